           RECORD KEY IS CIN-NUM
           FILE STATUS IS WS-FILESTATUS.

      *----SEAT MAP MARKS (BLOCKED, HOUSE, WHEELCHAIR) PER CINEMA----
      *----ROW; COPIED INTO EVERY NEW SHOWTIME'S SEAT LAYOUT----
           SELECT FD-SEATMAP ASSIGN TO '..\SEATMAP.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SMP-KEY
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-SHOWTIME ASSIGN TO '..\SHOWTIMES.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FM-MOVIECODE
           FILE STATUS IS WS-FILESTATUS.

      *----FILM DISTRIBUTORS THE BOX-OFFICE RENTAL IS PAID TO----
           SELECT FD-DISTRIB ASSIGN TO '..\DISTRIB.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DST-ID
           FILE STATUS IS WS-FILESTATUS.

      *----TICKET PRICE TABLE: ONE ROW PER MOVIE, SHOWTIME SLOT----
      *----AND TICKET TYPE; FM-PRICE REMAINS THE FALLBACK WHEN NO----
      *----ROW IS ON FILE FOR A COMBINATION----
           ALTERNATE RECORD KEY IS ISALE-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----CONCESSION STOCK LEDGER: ONE ROW PER DELIVERY, SALE,----
      *----WASTAGE WRITE-OFF OR COUNT ADJUSTMENT, KEYED PER ITEM----
      *----THROUGH THE SMV-ITEM-CODE ALTERNATE KEY----
           SELECT FD-STOCKMOVE ASSIGN TO '..\STOCKMOVE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SMV-ID
           ALTERNATE RECORD KEY IS SMV-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----GIFT VOUCHER MASTER: ONE ROW PER VOUCHER SOLD, HOLDING----
      *----ITS FACE VALUE AND THE BALANCE STILL TO BE SPENT----
           SELECT FD-VOUCHER ASSIGN TO '..\VOUCHERS.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VCH-NUMBER
           FILE STATUS IS WS-FILESTATUS.

      *----GIFT VOUCHER LEDGER: ONE SALE OR REDEEM ROW PER EVENT,----
      *----KEYED PER VOUCHER THROUGH THE VTX-VOUCHER ALTERNATE KEY----
           SELECT FD-VOUCHTXN ASSIGN TO '..\VOUCHTXN.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VTX-ID
           ALTERNATE RECORD KEY IS VTX-VOUCHER WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----CORPORATE ACCOUNTS (SCHOOLS, COMPANIES) THAT BOOK GROUPS----
      *----OF SEATS AND ARE BILLED BY INVOICE----
           SELECT FD-CORPACCT ASSIGN TO '..\CORPACCT.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ID
           FILE STATUS IS WS-FILESTATUS.

      *----GROUP BLOCK BOOKINGS: ONE ROW PER ORDER HELD ON----
      *----ACCOUNT, GATHERED PER ACCOUNT BY THE GRP-CORP-ID KEY----
           SELECT FD-GROUPBOOK ASSIGN TO '..\GROUPBOOK.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRP-ORDER-ID
           ALTERNATE RECORD KEY IS GRP-CORP-ID WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----ACCOUNT INVOICES, ONE PER GROUP BOOKING BILLED; THE----
      *----INV-CORP-ID ALTERNATE KEY GATHERS ONE ACCOUNT'S INVOICES----
           SELECT FD-INVOICE ASSIGN TO '..\INVOICES.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-NO
           ALTERNATE RECORD KEY IS INV-CORP-ID WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----PAYMENTS RECEIVED AGAINST ACCOUNT INVOICES, DATED THE----
      *----DAY THE MONEY ACTUALLY ARRIVED----
           SELECT FD-ARPAY ASSIGN TO '..\ARPAYMENTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARP-ID
           ALTERNATE RECORD KEY IS ARP-INV-NO WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----LOYALTY POINTS LEDGER: ONE EARN OR REDEEM ROW PER EVENT,----
      *----KEYED PER CUSTOMER THROUGH THE PTS-ACCID ALTERNATE KEY----
           SELECT FD-POINTS ASSIGN TO '..\POINTS.dat'
           RECORD KEY IS REFUND-ID
           FILE STATUS IS WS-FILESTATUS.

      *----TICKET EXCHANGE LEDGER: ONE ROW PER SEAT MOVED; THE----
      *----SEATID ALTERNATE KEY GATHERS ONE TICKET'S EXCHANGES----
           SELECT FD-EXCHANGE ASSIGN TO '..\EXCHANGES.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXCH-ID
           ALTERNATE RECORD KEY IS EXCH-SEATID WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-EODLOG ASSIGN TO '..\EODRUNLOG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

      *----WORK COPY OF THE QUEUE WHILE A CLOSED ACCOUNT'S----
      *----MESSAGES ARE PURGED FROM IT----
           SELECT FD-NOTIFY-WORK ASSIGN TO '..\NOTIFYQUEUE.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

      *----ONE DATED CERTIFICATE LINE PER CUSTOMER ACCOUNT CLOSED----
      *----AND ANONYMIZED, KEPT TO SHOW THE PRIVACY REGULATOR----
           SELECT FD-ERASURELOG ASSIGN TO '..\ERASURELOG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-EODSTATE ASSIGN TO '..\EODSTATE.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

      *----WEEKLY FILM-RENTAL REMITTANCE, ONE FILE PER DISTRIBUTOR----
      *----PER SETTLEMENT WEEK, SENT ALONG WITH THE PAYMENT----
           SELECT FD-REMIT ASSIGN TO WS-REMIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

      *----PRINTED COPY OF ONE ACCOUNT INVOICE, ONE FILE PER INVOICE----
      *----NUMBER, FOR POSTING OR E-MAILING TO THE BILLING CONTACT----
           SELECT FD-INVPRINT ASSIGN TO WS-INVPRT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILESTATUS.

      *----DATED RECORD-IMAGE BACKUP TAKEN BEFORE THE END-OF-DAY----
      *----BATCH TOUCHES THE DATA FILES; THE FILENAME IS BUILT PER----
      *----SOURCE FILE AND RUN DATE----
           ALTERNATE RECORD KEY IS HS2-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----PREVIOUS-RELEASE COPIES OF THE REFUND AND POINTS FILES,----
      *----WHOSE RECORDS GAINED THE SUPERVISOR APPROVER FIELD----
           SELECT FD-REFUND-OLD ASSIGN TO '..\REFUNDS.OLD'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RFO-ID
           FILE STATUS IS WS-FILESTATUS.

           SELECT FD-POINTS-OLD ASSIGN TO '..\POINTS.OLD'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTO-ID
           ALTERNATE RECORD KEY IS PTO-ACCID WITH DUPLICATES
           FILE STATUS IS WS-FILESTATUS.

      *----PREVIOUS-RELEASE COPY OF THE CONCESSION ITEM MASTER,----
      *----BEFORE THE UNIT COST AND REORDER POINT WERE ADDED----
           SELECT FD-ITEMS-OLD ASSIGN TO '..\ITEMS.OLD'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ITO-CODE
           FILE STATUS IS WS-FILESTATUS.

      *----PREVIOUS-RELEASE COPY OF THE MOVIE MASTER, BEFORE THE----
      *----FILM-RENTAL TERMS WERE ADDED----
           SELECT FD-MOVIES-OLD ASSIGN TO '..\MOVIES.OLD'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FMO-MOVIECODE
           FILE STATUS IS WS-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *----PASSCODES ARE STORED HASHED, NEVER IN THE CLEAR; THE----
           05 FM-RATINGS           PIC X(3).
           05 FM-SYNOPSIS          PIC X(800).
           05 FM-PRICE             PIC 9(5)V99.
      *----FILM-RENTAL TERMS: THE DISTRIBUTOR IS OWED FM-RENT-PCT----
      *----OF THE BOX OFFICE FOR EACH WEEK OF THE RUN, COUNTED FROM----
      *----FM-OPEN-DATE; THE FOURTH RATE HOLDS FROM WEEK 4 ON. A----
      *----ZERO DISTRIBUTOR MEANS NO RENTAL IS PAYABLE----
           05 FM-DIST-ID           PIC 9(4).
           05 FM-OPEN-DATE         PIC X(10).
           05 FM-RENT-PCT          PIC 99 OCCURS 4 TIMES.

      *----ONE FILM DISTRIBUTOR: WHO TO PAY AND WHERE----
       FD  FD-DISTRIB.
       01  DST-RECORD.
           05 DST-ID               PIC 9(4).
           05 DST-NAME             PIC X(30).
           05 DST-CONTACT          PIC X(30).
           05 DST-PHONE            PIC 9(11).
           05 DST-BANK-ACCT        PIC X(20).

      *----TICKET PRICE TABLE ROW: SLOT IS M (MATINEE, BEFORE 5PM),----
      *----W (WEEKDAY EVENING) OR E (WEEKEND EVENING); TICKET TYPE----
           05 CIN-ROWS             PIC 9.
           05 CIN-COLS             PIC 99.

      *----PER-CINEMA SEAT MAP, ONE ROW PER SEAT ROW: EACH CELL IS----
      *----'*' FOR AN ORDINARY SEAT, 'B' BLOCKED (OUT OF USE), 'H' A----
      *----HOUSE SEAT HELD BACK FOR VIPS OR PRESS, OR 'W' A----
      *----WHEELCHAIR SPACE. A CINEMA WITH NO ROWS ON FILE IS ALL----
      *----ORDINARY SEATS----
       FD  FD-SEATMAP.
       01  SMP-RECORD.
           05 SMP-KEY.
               10 SMP-CIN-NUM       PIC 9.
               10 SMP-ROW           PIC 9.
           05 SMP-CELLS.
               10 SMP-CELL OCCURS 15 TIMES PIC X.

      *----SHOWTIME MASTER (MULTIPLE SHOWTIMES PER MOVIE)----
       FD  FD-SHOWTIME.
       01  SHOW-RECORD.
           05 ITEM-DESC             PIC X(30).
           05 ITEM-PRICE            PIC 9(5)V99.
           05 ITEM-STOCK            PIC 9(5).
      *----AVERAGE COST OF THE STOCK ON HAND, AND THE LEVEL AT OR----
      *----BELOW WHICH THE ITEM SHOWS ON THE REORDER REPORT----
           05 ITEM-UNIT-COST        PIC 9(5)V99.
           05 ITEM-REORDER-POINT    PIC 9(5).

      *----ONE CONCESSION LINE SOLD AGAINST A TICKET ORDER----
       FD  FD-ITEMSALE.
      *----DRAWER BUCKET AT SETTLEMENT----
           05 ISALE-PAY-METHOD      PIC X.

      *----ONE CONCESSION STOCK MOVEMENT. SMV-QTY IS SIGNED: A----
      *----RECEIPT ADDS STOCK, A SALE OR WASTE ROW TAKES IT AWAY AND----
      *----A COUNT ROW CARRIES THE COUNTED LESS THE BOOK QUANTITY.----
      *----SMV-BY-TYPE SAYS WHETHER SMV-BY-ID IS AN ADMIN (A) OR AN----
      *----EMPLOYEE (E); SMV-REF IS THE ORDER, DELIVERY NOTE OR----
      *----WRITE-OFF REASON----
       FD  FD-STOCKMOVE.
       01  SMV-RECORD.
           05 SMV-ID                PIC 9(8).
           05 SMV-ITEM-CODE         PIC 9(4).
           05 SMV-TYPE              PIC X(7).
           05 SMV-QTY               PIC S9(5) SIGN LEADING SEPARATE.
           05 SMV-UNIT-COST         PIC 9(5)V99.
           05 SMV-STOCK-AFTER       PIC 9(5).
           05 SMV-DATE              PIC X(10).
           05 SMV-BY-TYPE           PIC X.
           05 SMV-BY-ID             PIC 9(10).
           05 SMV-REF               PIC X(20).

      *----ONE GIFT VOUCHER. VCH-BALANCE IS WHAT IS LEFT TO SPEND;----
      *----VCH-STATUS STAYS ACTIVE UNTIL THE BALANCE REACHES ZERO,----
      *----THEN IT IS SPENT. THE DATES ARE STORED FROM DATER----
       FD  FD-VOUCHER.
       01  VOUCHER-RECORD.
           05 VCH-NUMBER            PIC 9(10).
           05 VCH-FACE              PIC 9(5)V99.
           05 VCH-BALANCE           PIC 9(5)V99.
           05 VCH-ISSUE-DATE        PIC X(10).
           05 VCH-EXPIRY-DATE       PIC X(10).
           05 VCH-ISSUE-EMP         PIC 9(10).
           05 VCH-STATUS            PIC X(6).
           05 VCH-PAY-METHOD        PIC X.

      *----ONE GIFT VOUCHER MOVEMENT: A SALE ROW WHEN THE VOUCHER IS----
      *----BOUGHT, A REDEEM ROW EACH TIME PART OF IT IS SPENT ON AN----
      *----ORDER. VTX-TENDER IS THE TENDER OF THE SALE, OR OF THE----
      *----ORDER IT WAS SPENT ON, SO THE DRAWER CAN BE SETTLED----
       FD  FD-VOUCHTXN.
       01  VOUCHTXN-RECORD.
           05 VTX-ID                PIC 9(8).
           05 VTX-VOUCHER           PIC 9(10).
           05 VTX-TYPE              PIC X(6).
           05 VTX-AMOUNT            PIC 9(5)V99.
           05 VTX-BALANCE-AFTER     PIC 9(5)V99.
           05 VTX-ORDER-ID          PIC 9(6).
           05 VTX-CUSTOMER-ID       PIC 9(10).
           05 VTX-DATE              PIC X(10).
           05 VTX-EMPLOYEE-ID       PIC 9(10).
           05 VTX-TENDER            PIC X.

      *----ONE CORPORATE ACCOUNT: WHO TO BILL, HOW MUCH CREDIT IT----
      *----IS ALLOWED AND HOW MANY DAYS IT HAS TO PAY AN INVOICE----
       FD  FD-CORPACCT.
       01  CORP-RECORD.
           05 CORP-ID               PIC 9(6).
           05 CORP-NAME             PIC X(30).
           05 CORP-CONTACT          PIC X(30).
           05 CORP-PHONE            PIC 9(11).
           05 CORP-EMAIL            PIC X(30).
           05 CORP-ADDRESS          PIC X(40).
           05 CORP-CREDIT-LIMIT     PIC 9(7)V99.
           05 CORP-TERMS            PIC 9(3).

      *----ONE GROUP BOOKING: A BLOCK OF SEATS ON ONE SHOWTIME AT A----
      *----NEGOTIATED RATE PER SEAT. HELD UNTIL IT IS INVOICED, THEN----
      *----INVOICED WITH ITS INVOICE NUMBER; CANCELLED WHEN EVERY----
      *----SEAT WAS RELEASED BEFORE IT WAS BILLED----
       FD  FD-GROUPBOOK.
       01  GRP-RECORD.
           05 GRP-ORDER-ID          PIC 9(6).
           05 GRP-CORP-ID           PIC 9(6).
           05 GRP-SHOW-ID           PIC 9(6).
           05 GRP-SHOW-DATE         PIC X(10).
           05 GRP-SHOW-TIME         PIC X(5).
           05 GRP-CINEMA-NUM        PIC 9.
           05 GRP-MOVIE-ID          PIC 9(4).
           05 GRP-MOVIE-TITLE       PIC X(30).
           05 GRP-SEATS             PIC 9(3).
           05 GRP-RATE              PIC 9(5)V99.
           05 GRP-TOTAL             PIC 9(7)V99.
           05 GRP-DATE              PIC X(10).
           05 GRP-EMPLOYEE-ID       PIC 9(10).
           05 GRP-APPROVER-ID       PIC 9(10).
           05 GRP-STATUS            PIC X(9).
           05 GRP-INV-NO            PIC 9(6).

      *----ONE ACCOUNT INVOICE. WHAT IS STILL OWED IS THE AMOUNT----
      *----LESS CREDITS (SEATS RELEASED AFTER BILLING) LESS PAYMENTS----
      *----RECEIVED; STATUS GOES FROM OPEN TO PAID WHEN NOTHING IS----
      *----LEFT. DATES ARE HELD AS DATER WRITES THEM----
       FD  FD-INVOICE.
       01  INV-RECORD.
           05 INV-NO                PIC 9(6).
           05 INV-CORP-ID           PIC 9(6).
           05 INV-ORDER-ID          PIC 9(6).
           05 INV-DATE              PIC X(10).
           05 INV-DUE-DATE          PIC X(10).
           05 INV-AMOUNT            PIC 9(7)V99.
           05 INV-CREDIT            PIC 9(7)V99.
           05 INV-PAID              PIC 9(7)V99.
           05 INV-STATUS            PIC X(6).
           05 INV-EMPLOYEE-ID       PIC 9(10).

      *----ONE PAYMENT RECEIVED ON AN INVOICE. TENDER IS Q (CHEQUE),----
      *----C, D OR W; THE REFERENCE CARRIES THE CHEQUE NUMBER----
       FD  FD-ARPAY.
       01  ARP-RECORD.
           05 ARP-ID                PIC 9(8).
           05 ARP-INV-NO            PIC 9(6).
           05 ARP-CORP-ID           PIC 9(6).
           05 ARP-ORDER-ID          PIC 9(6).
           05 ARP-AMOUNT            PIC 9(5)V99.
           05 ARP-TENDER            PIC X.
           05 ARP-REFERENCE         PIC X(15).
           05 ARP-DATE              PIC X(10).
           05 ARP-EMPLOYEE-ID       PIC 9(10).

      *----ONE LOYALTY POINTS LEDGER ENTRY: EARN ROWS ARE WRITTEN----
      *----WHEN SEATS ARE PAID, REDEEM ROWS WHEN POINTS ARE SPENT----
      *----AGAINST AN ORDER; PTS-AMOUNT IS THE PESO VALUE INVOLVED----
      *----THE TENDER OF THE ORDER THE ENTRY BELONGS TO, SO A----
      *----REDEMPTION NETS OFF THE RIGHT DRAWER BUCKET----
           05 PTS-TENDER            PIC X.
      *----SUPERVISOR WHO APPROVED A REDEMPTION WORTH MORE THAN----
      *----THE ORDER; ZERO WHEN NO OVERRIDE WAS NEEDED----
           05 PTS-APPROVER-ID       PIC 9(10).

      *----WAITLIST ROW FOR ONE CUSTOMER QUEUED ON ONE SOLD-OUT----
      *----SHOWTIME; ROWS ARE SERVED IN WL-ID ORDER AND THE STATUS----
           05 REFUND-DATE           PIC X(10).
           05 REFUND-EMPLOYEE-ID    PIC 9(10).
           05 REFUND-DATE-PAID      PIC X(10).
      *----SUPERVISOR WHO APPROVED A REFUND OVER THE OVERRIDE----
      *----LIMIT; ZERO WHEN NO OVERRIDE WAS NEEDED----
           05 REFUND-APPROVER-ID    PIC 9(10).

      *----ONE SEAT MOVED BY A TICKET EXCHANGE. THE RESERVATION ROW----
      *----KEEPS ITS ORIGINAL PAYMENT; THE DIFFERENCE BETWEEN THE----
      *----OLD AND NEW PRICE (POSITIVE COLLECTED, NEGATIVE PAID----
      *----BACK) BELONGS TO THE DAY, EMPLOYEE AND TENDER HERE----
       FD  FD-EXCHANGE.
       01  EXCH-RECORD.
           05 EXCH-ID               PIC 9(8).
           05 EXCH-SEATID           PIC 9(4).
           05 EXCH-ORDER-ID         PIC 9(6).
           05 EXCH-CUSTOMER-ID      PIC 9(10).
           05 EXCH-OLD-MOVIE-ID     PIC 9(4).
           05 EXCH-OLD-SHOW-ID      PIC 9(6).
           05 EXCH-OLD-CINEMA-NUM   PIC 9.
           05 EXCH-OLD-SEAT         PIC X(2).
           05 EXCH-OLD-AMOUNT       PIC 9(5)V99.
           05 EXCH-NEW-MOVIE-ID     PIC 9(4).
           05 EXCH-NEW-MOVIE-TITLE  PIC X(30).
           05 EXCH-NEW-SHOW-ID      PIC 9(6).
           05 EXCH-NEW-CINEMA-NUM   PIC 9.
           05 EXCH-NEW-SEAT         PIC X(2).
           05 EXCH-NEW-AMOUNT       PIC 9(5)V99.
           05 EXCH-DIFF             PIC S9(5)V99 SIGN LEADING
                                    SEPARATE.
           05 EXCH-TENDER           PIC X.
           05 EXCH-DATE             PIC X(10).
           05 EXCH-EMPLOYEE-ID      PIC 9(10).
           05 EXCH-TKT-TYPE         PIC X.

      *----DATED RUN LOG WRITTEN BY THE END-OF-DAY BATCH----
       FD  FD-EODLOG.
       FD  FD-NOTIFY.
       01  NOTIFY-LINE              PIC X(120).

       FD  FD-NOTIFY-WORK.
       01  NOTIFY-WORK-LINE         PIC X(120).

      *----ERASURE CERTIFICATE: STAMP, ACCOUNT, ADMIN, HOW THE----
      *----POINTS BALANCE WAS SETTLED AND MESSAGES PURGED----
       FD  FD-ERASURELOG.
       01  ERASURE-LINE             PIC X(120).

      *----ONE CHECKPOINT ROW PER CALENDAR DAY SO AN INTERRUPTED----
      *----END-OF-DAY RUN CAN BE RERUN WITHOUT DOUBLE-PROCESSING:----
      *----EACH STEP IS SKIPPED ONCE ITS FLAG IS ALREADY 'Y'----
           05 HS2-TIME-ADMITTED    PIC X(8).
           05 HS2-ADMIT-EMP-ID     PIC 9(10).

      *----PREVIOUS-RELEASE REFUND AND POINTS LEDGER ROWS, BEFORE----
      *----THE SUPERVISOR APPROVER WAS STAMPED ON THEM----
       FD  FD-REFUND-OLD.
       01  RFO-RECORD.
           05 RFO-ID               PIC 9(8).
           05 RFO-SEATID           PIC 9(4).
           05 RFO-ORDER-ID         PIC 9(6).
           05 RFO-CUSTOMER-ID      PIC 9(10).
           05 RFO-MOVIE-ID         PIC 9(4).
           05 RFO-MOVIE-TITLE      PIC X(30).
           05 RFO-SHOW-ID          PIC 9(6).
           05 RFO-CINEMA-NUM       PIC 9.
           05 RFO-AMOUNT           PIC 9(5)V99.
           05 RFO-REASON           PIC X(30).
           05 RFO-DATE             PIC X(10).
           05 RFO-EMPLOYEE-ID      PIC 9(10).
           05 RFO-DATE-PAID        PIC X(10).

       FD  FD-POINTS-OLD.
       01  PTO-RECORD.
           05 PTO-ID               PIC 9(8).
           05 PTO-ACCID            PIC 9(10).
           05 PTO-TYPE             PIC X(6).
           05 PTO-POINTS           PIC 9(5).
           05 PTO-ORDER-ID         PIC 9(6).
           05 PTO-AMOUNT           PIC 9(5)V99.
           05 PTO-DATE             PIC X(10).
           05 PTO-EMPLOYEE-ID      PIC 9(10).
           05 PTO-TENDER           PIC X.

       FD  FD-ITEMS-OLD.
       01  ITO-RECORD.
           05 ITO-CODE             PIC 9(4).
           05 ITO-DESC             PIC X(30).
           05 ITO-PRICE            PIC 9(5)V99.
           05 ITO-STOCK            PIC 9(5).

       FD  FD-MOVIES-OLD.
       01  FMO-RECORD.
           05 FMO-MOVIECODE        PIC 9(4).
           05 FMO-TITLE            PIC X(30).
           05 FMO-RDATE            PIC X(4).
           05 FMO-RATINGS          PIC X(3).
           05 FMO-SYNOPSIS         PIC X(800).
           05 FMO-PRICE            PIC 9(5)V99.

      *----DATED, FIXED-LAYOUT TRANSACTION EXTRACT THE FINANCE----
      *----PACKAGE LOADS DIRECTLY: ONE 'D' DETAIL RECORD PER----
      *----PAYMENT TAKEN TODAY PLUS ONE 'T' TRAILER CARRYING THE----
       FD  FD-FINEXTRACT.
       01  FINEXT-RECORD            PIC X(90).

      *----FIXED-LAYOUT REMITTANCE: AN 'H' HEADER NAMING THE----
      *----DISTRIBUTOR AND WEEK, ONE 'D' LINE PER MOVIE AND RUN----
      *----WEEK, AND A 'T' TRAILER WITH THE TOTAL OWED----
       FD  FD-REMIT.
       01  REMIT-RECORD             PIC X(90).

       FD  FD-INVPRINT.
       01  INVPRINT-LINE            PIC X(80).

       FD  FD-BACKUP.
       01  BACKUP-RECORD            PIC X(900).

           05 WS-RATINGS           PIC X(3).
           05 WS-SYNOPSIS          PIC X(800) VALUE SPACES.
           05 WS-PRICE             PIC 9(5)V99.
           05 WS-DIST-ID           PIC 9(4).
           05 WS-OPEN-DATE         PIC X(10).
           05 WS-RENT-PCT          PIC 99 OCCURS 4 TIMES.
      *----FOR DISPLAYING SEAT LAYOUT----
       01  WS-LAYOUT.
           05 WS-LAYOUT-KEY.
           05 WS-ITEM-DESC          PIC X(30).
           05 WS-ITEM-PRICE         PIC 9(5)V99.
           05 WS-ITEM-STOCK         PIC 9(5).
           05 WS-ITEM-UNIT-COST     PIC 9(5)V99.
           05 WS-ITEM-REORDER-POINT PIC 9(5).
       01  WS-ISALEREC.
           05 WS-ISALE-ID           PIC 9(8).
           05 WS-ISALE-ORDER-ID     PIC 9(6).
       01  WS-ITEM-ORDER-ID         PIC 9(6).
       01  WS-ORDER-ITEM-TOTAL      PIC 9(7)V99.
       01  WS-REV-ITEMS             PIC 9(7)V99.
      *----FOR THE CONCESSION STOCK LEDGER, DELIVERIES, COUNTS AND----
      *----THE REORDER AND SHRINKAGE REPORTS----
       01  WS-SMVREC.
           05 WS-SMV-ID             PIC 9(8).
           05 WS-SMV-ITEM-CODE      PIC 9(4).
           05 WS-SMV-TYPE           PIC X(7).
           05 WS-SMV-QTY            PIC S9(5) SIGN LEADING SEPARATE.
           05 WS-SMV-UNIT-COST      PIC 9(5)V99.
           05 WS-SMV-STOCK-AFTER    PIC 9(5).
           05 WS-SMV-DATE           PIC X(10).
           05 WS-SMV-BY-TYPE        PIC X.
           05 WS-SMV-BY-ID          PIC 9(10).
           05 WS-SMV-REF            PIC X(20).
       01  WS-SMV-COUNTER           PIC 9(8).
       01  WS-SMV-EOF               PIC X.
       01  WS-SMV-W-ITEM            PIC 9(4).
       01  WS-SMV-W-TYPE            PIC X(7).
       01  WS-SMV-W-QTY             PIC S9(5) SIGN LEADING SEPARATE.
       01  WS-SMV-W-COST            PIC 9(5)V99.
       01  WS-SMV-W-AFTER           PIC 9(5).
       01  WS-SMV-W-BY-TYPE         PIC X.
       01  WS-SMV-W-BY-ID           PIC 9(10).
       01  WS-SMV-W-REF             PIC X(20).
       01  WS-INV-QTY               PIC 9(5).
       01  WS-INV-COST              PIC 9(5)V99.
       01  WS-INV-VALUE             PIC 9(9)V99.
       01  WS-INV-MORE              PIC X.
       01  WS-INV-MODE              PIC X.
       01  WS-INV-DIFF              PIC S9(5) SIGN LEADING SEPARATE.
       01  WS-INV-SUGGEST           PIC 9(5).
       01  WS-INV-LISTED            PIC 9(4).
       01  WS-INV-MONTH             PIC X(7).
       01  WS-INV-OPENING           PIC S9(7) SIGN LEADING SEPARATE.
       01  WS-INV-CLOSING           PIC S9(7) SIGN LEADING SEPARATE.
       01  WS-INV-RECEIVED          PIC 9(7).
       01  WS-INV-SOLD              PIC 9(7).
       01  WS-INV-WASTED            PIC 9(7).
       01  WS-INV-COUNT-ADJ         PIC S9(7) SIGN LEADING SEPARATE.
       01  WS-INV-SHRINK-QTY        PIC S9(7) SIGN LEADING SEPARATE.
       01  WS-INV-SHRINK-VAL        PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-INV-TOTAL-SHRINK      PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-INV-ROW-VAL           PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
      *----FOR THE CUSTOMER LOYALTY POINTS LEDGER: ONE POINT EARNED----
      *----PER TEN PESOS PAID, ONE PESO OFF PER POINT REDEEMED----
       01  WS-POINTSREC.
           05 WS-PTS-DATE           PIC X(10).
           05 WS-PTS-EMPLOYEE-ID    PIC 9(10).
           05 WS-PTS-TENDER         PIC X.
           05 WS-PTS-APPROVER-ID    PIC 9(10).
       01  WS-PTS-EARN-RATE         PIC 99 VALUE 10.
       01  WS-PTS-COUNTER           PIC 9(8).
       01  WS-PTS-EOF               PIC X.
       01  WS-PTS-W-AMOUNT          PIC 9(5)V99.
       01  WS-PTS-W-EMP             PIC 9(10).
       01  WS-PTS-W-TENDER          PIC X.
       01  WS-PTS-W-APPROVER        PIC 9(10).
       01  WS-PTS-APPROVER          PIC 9(10).
       01  WS-POS-ACCID             PIC 9(10).
       01  WS-POS-ACC-OK            PIC X.
       01  WS-REV-REDEEM            PIC 9(7)V99.
       01  WS-MAX-LOGIN-FAILS       PIC 9 VALUE 3.
       01  WS-LOGIN-FOUND           PIC X.
       01  WS-RESET-USERNAME        PIC X(10).
      *----EMPLOYEE ROLES BY POST NUMBER. EACH ENTRY IS THE POST,----
      *----THE ROLE NAME, WHETHER THE ROLE MAY APPROVE SUPERVISOR----
      *----OVERRIDES, THEN ONE Y/N PER EMPLOYEE MENU OPTION FROM 1----
      *----UP (9 IS LOGOUT, WHICH IS ALWAYS ALLOWED). A POST NOT----
      *----IN THE TABLE SIGNS IN WITH THE USHER ROLE----
       01  WS-ROLE-DATA.
           05 FILLER PIC X(24) VALUE "01USHER     NNNNYNNNNYNN".
           05 FILLER PIC X(24) VALUE "02CASHIER   NYYYYNYYYYYY".
           05 FILLER PIC X(24) VALUE "03SUPERVISORYYYYYYYYYYYY".
       01  WS-ROLE-TABLE REDEFINES WS-ROLE-DATA.
           05 WS-ROLE-ENTRY OCCURS 3 TIMES.
               10 WS-ROLE-POST      PIC 99.
               10 WS-ROLE-NAME      PIC X(10).
               10 WS-ROLE-APPROVER  PIC X.
               10 WS-ROLE-ALLOW     PIC X OCCURS 11 TIMES.
       01  WS-ROLE-COUNT            PIC 9 VALUE 3.
       01  WS-ROLE-USHER            PIC 9 VALUE 1.
       01  WS-ROLE-IDX              PIC 9.
       01  WS-ROLE-LOOKUP-POST      PIC 99.
       01  WS-ROLE-FOUND-IDX        PIC 9.
       01  WS-EMP-ROLE              PIC 9 VALUE 1.
       01  WS-MENU-OPT              PIC 99.
      *----FOR SUPERVISOR OVERRIDES: REFUNDS ABOVE THE LIMIT,----
      *----SETTLING ANOTHER EMPLOYEE'S DRAWER AND REDEEMING MORE----
      *----POINTS THAN THE ORDER IS WORTH----
       01  WS-SUP-REFUND-LIMIT      PIC 9(5)V99 VALUE 500.00.
       01  WS-SUP-OK                PIC X.
       01  WS-SUP-ACCID             PIC 9(10).
       01  WS-SUP-ROLE-OK           PIC X.
       01  WS-SUP-ACTION            PIC X(20).
       01  WS-SUP-KEY               PIC X(10).
       01  WS-SUP-SAVE-ACCOUNT      PIC X(40).
       01  WS-REFUND-APPROVER       PIC 9(10).
       01  WS-PTS-ORDER-MAX         PIC 9(5).
      *----FOR THE REFUND WORKFLOW----
       01  WS-REFUND-COUNTER        PIC 9(8).
       01  WS-REFUND-REASON-IN      PIC X(30).
           05 WS-REFUND-DATE        PIC X(10).
           05 WS-REFUND-EMP-ID      PIC 9(10).
           05 WS-REFUND-DATE-PAID   PIC X(10).
           05 WS-REFUND-APPROVER-ID PIC 9(10).
      *----FOR DOOR CHECK-IN AND THE NO-SHOW REPORT----
       01  WS-NOSHOW-SHOWID         PIC 9(6).
       01  WS-NOSHOW-COUNT          PIC 9(4).
       01  WS-FINEXT-FILENAME       PIC X(30).
       01  WS-FINEXT-TODAY          PIC X(10).
       01  WS-FX-COUNT              PIC 9(7).
       01  WS-FX-TOTAL              PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-FINEXT-DETAIL.
           05 WS-FX-TYPE            PIC X VALUE "D".
           05 WS-FX-SEATID          PIC 9(4).
       01  WS-FINEXT-TRAILER.
           05 WS-FXT-TYPE           PIC X VALUE "T".
           05 WS-FXT-COUNT          PIC 9(7).
           05 WS-FXT-TOTAL          PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
           05 FILLER                PIC X(70) VALUE SPACES.
      *----FOR CANCELLING ONE SHOWTIME: EVERY ORDER ON IT IS EITHER----
      *----MOVED TO ANOTHER SHOWING OF THE SAME MOVIE OR RELEASED,----
      *----WITH PAID SEATS REFUNDED UNDER ONE STANDARD REASON----
       01  WS-CXL-SHOWID            PIC 9(6).
       01  WS-CXL-FOUND             PIC X.
       01  WS-CXL-CONFIRM           PIC 9.
       01  WS-CXL-REASON            PIC X(30) VALUE
           "SHOWTIME CANCELLED BY CINEMA".
       01  WS-CXL-SHOW.
           05 WS-CXL-MOVIECODE      PIC 9(4).
           05 WS-CXL-TITLE          PIC X(30).
           05 WS-CXL-CINNUM         PIC 9.
           05 WS-CXL-DATE           PIC X(10).
           05 WS-CXL-TIME           PIC X(5).
       01  WS-CXL-TODAY8            PIC 9(8).
       01  WS-CXL-SHOWDATE8         PIC 9(8).
       01  WS-CXL-SEAT-TABLE.
           05 WS-CXL-SEAT-COUNT     PIC 9(3) VALUE 0.
           05 WS-CXL-SEAT-ENTRY OCCURS 150 TIMES.
               10 WS-CXL-SEATID     PIC 9(4).
               10 WS-CXL-ORDER      PIC 9(6).
               10 WS-CXL-CUST       PIC 9(10).
               10 WS-CXL-PAID       PIC X.
               10 WS-CXL-AMOUNT     PIC 9(5)V99.
               10 WS-CXL-DONE       PIC X.
       01  WS-CXL-IDX               PIC 9(3).
       01  WS-CXL-JDX               PIC 9(3).
       01  WS-CXL-ORDER-ID          PIC 9(6).
       01  WS-CXL-ORDER-CUST        PIC 9(10).
       01  WS-CXL-ORDER-SEATS       PIC 9(3).
       01  WS-CXL-ORDER-PAID        PIC 9(7)V99.
       01  WS-CXL-MOVE              PIC X.
       01  WS-CXL-NEW-ROW           PIC 9.
       01  WS-CXL-NEW-LETTER        PIC X.
       01  WS-CXL-ORDERS-MOVED      PIC 9(4).
       01  WS-CXL-SEATS-MOVED       PIC 9(4).
       01  WS-CXL-SEATS-REFUNDED    PIC 9(4).
       01  WS-CXL-SEATS-RELEASED    PIC 9(4).
       01  WS-CXL-REFUND-TOTAL      PIC 9(7)V99.
       01  WS-CXL-WL-CLOSED         PIC 9(4).
       01  WS-CXL-TEXTS             PIC 9(4).
      *----FOR THE TICKET EXCHANGE: AN ORDER'S PAID SEATS ARE MOVED----
      *----IN PLACE SO THE ORDER NUMBER, LOYALTY POINTS AND ITEM----
      *----LINES STAY WITH IT; ONLY THE PRICE DIFFERENCE CHANGES----
      *----HANDS, ON THE EXCHANGE LEDGER----
       01  WS-EXCHREC.
           05 WS-EXCH-ID            PIC 9(8).
           05 WS-EXCH-SEATID        PIC 9(4).
           05 WS-EXCH-ORDER-ID      PIC 9(6).
           05 WS-EXCH-CUSTOMER-ID   PIC 9(10).
           05 WS-EXCH-OLD-MOVIE-ID  PIC 9(4).
           05 WS-EXCH-OLD-SHOW-ID   PIC 9(6).
           05 WS-EXCH-OLD-CINEMA    PIC 9.
           05 WS-EXCH-OLD-SEAT      PIC X(2).
           05 WS-EXCH-OLD-AMOUNT    PIC 9(5)V99.
           05 WS-EXCH-NEW-MOVIE-ID  PIC 9(4).
           05 WS-EXCH-NEW-TITLE     PIC X(30).
           05 WS-EXCH-NEW-SHOW-ID   PIC 9(6).
           05 WS-EXCH-NEW-CINEMA    PIC 9.
           05 WS-EXCH-NEW-SEAT      PIC X(2).
           05 WS-EXCH-NEW-AMOUNT    PIC 9(5)V99.
           05 WS-EXCH-DIFF          PIC S9(5)V99 SIGN LEADING
                                    SEPARATE.
           05 WS-EXCH-TENDER        PIC X.
           05 WS-EXCH-DATE          PIC X(10).
           05 WS-EXCH-EMPLOYEE-ID   PIC 9(10).
           05 WS-EXCH-TKT-TYPE      PIC X.
       01  WS-EXC-SEAT-TABLE.
           05 WS-EXC-SEAT-COUNT     PIC 9 VALUE 0.
           05 WS-EXC-SEAT-ENTRY OCCURS 5 TIMES.
               10 WS-EXC-SEATID     PIC 9(4).
               10 WS-EXC-OLD-SHOWID PIC 9(6).
               10 WS-EXC-OLD-CINNUM PIC 9.
               10 WS-EXC-OLD-MOVIE  PIC 9(4).
               10 WS-EXC-OLD-ROW    PIC X.
               10 WS-EXC-OLD-COL    PIC X.
               10 WS-EXC-OLD-VALUE  PIC 9(5)V99.
               10 WS-EXC-TKT-TYPE   PIC X.
               10 WS-EXC-NEW-PRICE  PIC 9(5)V99.
       01  WS-EXC-IDX               PIC 9.
       01  WS-EXC-CUST              PIC 9(10).
       01  WS-EXC-TITLE             PIC X(30).
       01  WS-EXC-MOVIECODE         PIC 9(4).
       01  WS-EXC-ORIG-TENDER       PIC X.
       01  WS-EXC-TODAY8            PIC 9(8).
       01  WS-EXC-SHOWDATE8         PIC 9(8).
       01  WS-EXC-SKIPPED           PIC 9(3).
       01  WS-EXC-OLD-TOTAL         PIC 9(7)V99.
       01  WS-EXC-NEW-TOTAL         PIC 9(7)V99.
       01  WS-EXC-DIFF              PIC S9(7)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-EXC-DIFF-ABS          PIC 9(7)V99.
       01  WS-EXC-CONFIRM           PIC 9.
       01  WS-EXC-COUNTER           PIC 9(8).
       01  WS-EXC-EOF               PIC X.
       01  WS-EXC-SEAT-NET          PIC S9(7)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-EXC-VALUE             PIC 9(5)V99.
       01  WS-SET-EXCHANGE          PIC S9(7)V99 SIGN LEADING
                                    SEPARATE.
      *----FOR GIFT VOUCHERS: SELLING, SPENDING THEM AGAINST AN----
      *----ORDER, AND THE LIABILITY AND EXPIRED-VOUCHER REPORTS----
       01  WS-VCHREC.
           05 WS-VCH-NUMBER         PIC 9(10).
           05 WS-VCH-FACE           PIC 9(5)V99.
           05 WS-VCH-BALANCE        PIC 9(5)V99.
           05 WS-VCH-ISSUE-DATE     PIC X(10).
           05 WS-VCH-EXPIRY-DATE    PIC X(10).
           05 WS-VCH-ISSUE-EMP      PIC 9(10).
           05 WS-VCH-STATUS         PIC X(6).
           05 WS-VCH-PAY-METHOD     PIC X.
       01  WS-VTXREC.
           05 WS-VTX-ID             PIC 9(8).
           05 WS-VTX-VOUCHER        PIC 9(10).
           05 WS-VTX-TYPE           PIC X(6).
           05 WS-VTX-AMOUNT         PIC 9(5)V99.
           05 WS-VTX-BALANCE-AFTER  PIC 9(5)V99.
           05 WS-VTX-ORDER-ID       PIC 9(6).
           05 WS-VTX-CUSTOMER-ID    PIC 9(10).
           05 WS-VTX-DATE           PIC X(10).
           05 WS-VTX-EMPLOYEE-ID    PIC 9(10).
           05 WS-VTX-TENDER         PIC X.
       01  WS-VCH-MIN               PIC 9(10) VALUE 1000000000.
       01  WS-VCH-MAX               PIC 9(10) VALUE 9999999999.
       01  WS-VCH-VALID-YEARS       PIC 9 VALUE 1.
       01  WS-VCH-GEN               PIC 9(10).
       01  WS-VCH-EXP-YEAR          PIC 9(4).
       01  WS-VCH-IN-NUM            PIC 9(10).
       01  WS-VCH-IN-FACE           PIC 9(5)V99.
       01  WS-VCH-FOUND             PIC X.
       01  WS-VCH-DONE              PIC X.
       01  WS-VCH-EOF               PIC X.
       01  WS-VCH-USED-NUM          PIC 9(10).
       01  WS-VCH-USED-AMT          PIC 9(5)V99.
       01  WS-VCH-LEFT              PIC 9(5)V99.
       01  WS-VCH-LISTED            PIC 9(5).
       01  WS-VCH-TOT-FACE          PIC 9(9)V99.
       01  WS-VCH-TOT-BAL           PIC 9(9)V99.
       01  WS-VTX-COUNTER           PIC 9(8).
       01  WS-VTX-W-VOUCHER         PIC 9(10).
       01  WS-VTX-W-TYPE            PIC X(6).
       01  WS-VTX-W-AMOUNT          PIC 9(5)V99.
       01  WS-VTX-W-AFTER           PIC 9(5)V99.
       01  WS-VTX-W-ORDER           PIC 9(6).
       01  WS-VTX-W-CUST            PIC 9(10).
       01  WS-VTX-W-TENDER          PIC X.
       01  WS-SET-VCH-SOLD          PIC 9(7)V99.
       01  WS-SET-VCH-REDEEMED      PIC 9(7)V99.
      *----FOR THE PER-CINEMA SEAT MAP (BLOCKED, HOUSE AND----
      *----WHEELCHAIR SEATS) AND ITS MAINTENANCE SCREEN----
       01  WS-SMP-CINNUM            PIC 9.
       01  WS-SMP-ROW               PIC 9.
       01  WS-SMP-ROWCELLS.
           05 WS-SMP-CELL           PIC X OCCURS 15 TIMES.
       01  WS-SMP-IN-SEAT           PIC XX.
       01  WS-SMP-IN-MARK           PIC X.
       01  WS-SMP-DONE              PIC X.
       01  WS-SMP-CIN-OK            PIC X.
       01  WS-SMP-CHANGED           PIC 9(4).
       01  WS-SMP-APPLY             PIC X.
       01  WS-SMP-TODAY             PIC X(10).
       01  WS-SMP-SHOWS             PIC 9(4).
       01  WS-SMP-SOLD-KEPT         PIC 9(4).
       01  WS-SMP-EOF               PIC X.
       01  WS-SEAT-BY-STAFF         PIC X VALUE 'N'.
       01  WS-SEAT-HOUSE            PIC X.
       01  WS-OCC-BLOCKED           PIC 9(3).
      *----FOR THE DISTRIBUTOR MASTER AND FILM-RENTAL TERMS----
       01  WS-DSTREC.
           05 WS-DST-ID             PIC 9(4).
           05 WS-DST-NAME           PIC X(30).
           05 WS-DST-CONTACT        PIC X(30).
           05 WS-DST-PHONE          PIC 9(11).
           05 WS-DST-BANK-ACCT      PIC X(20).
       01  WS-DST-CHOICE            PIC 9.
       01  WS-DST-COUNTER           PIC 9(4).
       01  WS-DST-IN-ID             PIC 9(4).
       01  WS-DST-FOUND             PIC X.
       01  WS-DST-EOF               PIC X.
       01  WS-DST-MOVIE-IN          PIC 9(4).
      *----CALENDAR CHECK FOR A YYYY-MM-DD DATE KEYED BY THE ADMIN----
       01  WS-CHKDATE-IN            PIC X(10).
       01  WS-CHKDATE-OK            PIC X.
      *----FOR THE WEEKLY DISTRIBUTOR SETTLEMENT RUN. ONE TABLE----
      *----ENTRY PER MOVIE AND RUN WEEK, SINCE THE RENTAL RATE----
      *----CAN CHANGE PART WAY THROUGH A SETTLEMENT WEEK----
       01  WS-RNT-FROM              PIC X(10).
       01  WS-RNT-TO                PIC X(10).
       01  WS-RNT-FROM8             PIC 9(8).
       01  WS-RNT-TO8               PIC 9(8).
       01  WS-RNT-DATE8             PIC 9(8).
       01  WS-RNT-OPEN8             PIC 9(8).
       01  WS-RNT-INT               PIC 9(8).
       01  WS-RNT-DAYS              PIC S9(8).
       01  WS-RNT-WKCALC            PIC 9(5).
       01  WS-RNT-WK                PIC 9.
       01  WS-RNT-WK-TXT            PIC X(2).
       01  WS-RNT-PCT               PIC 99.
       01  WS-RNT-EOF               PIC X.
       01  WS-RNT-FOUND             PIC X.
       01  WS-RNT-IDX               PIC 9(3).
       01  WS-RNT-R-SHOW            PIC 9(6).
       01  WS-RNT-R-MOVIE           PIC 9(4).
       01  WS-RNT-R-TITLE           PIC X(30).
       01  WS-RNT-R-PAIDDATE        PIC X(10).
       01  WS-RNT-R-DATE            PIC X(10).
       01  WS-RNT-R-AMT             PIC 9(5)V99.
      *----S FOR A PAID SEAT, F FOR A REFUND----
       01  WS-RNT-R-KIND            PIC X.
       01  WS-RNT-TABLE.
           05 WS-RNT-COUNT          PIC 9(3) VALUE 0.
           05 WS-RNT-ENTRY OCCURS 200 TIMES.
               10 WS-RNT-MOVIE      PIC 9(4).
               10 WS-RNT-TITLE      PIC X(30).
               10 WS-RNT-DIST       PIC 9(4).
               10 WS-RNT-WEEK       PIC 9.
               10 WS-RNT-RATE       PIC 99.
               10 WS-RNT-ADM        PIC 9(5).
               10 WS-RNT-GROSS      PIC 9(7)V99.
               10 WS-RNT-REFUND     PIC 9(7)V99.
               10 WS-RNT-DONE       PIC X.
       01  WS-RNT-NET               PIC 9(7)V99.
       01  WS-RNT-OWED              PIC 9(7)V99.
       01  WS-RNT-LINES             PIC 9(4).
       01  WS-RNT-D-ADM             PIC 9(6).
       01  WS-RNT-D-NET             PIC 9(9)V99.
       01  WS-RNT-D-OWED            PIC 9(9)V99.
       01  WS-RNT-G-OWED            PIC 9(9)V99.
       01  WS-RNT-UNSETTLED         PIC 9(3).
       01  WS-REMIT-FILENAME        PIC X(40).
       01  WS-REMIT-HEADER.
           05 WS-RMH-TYPE           PIC X VALUE "H".
           05 WS-RMH-DIST           PIC 9(4).
           05 WS-RMH-NAME           PIC X(30).
           05 WS-RMH-BANK-ACCT      PIC X(20).
           05 WS-RMH-FROM           PIC X(10).
           05 WS-RMH-TO             PIC X(10).
           05 FILLER                PIC X(15) VALUE SPACES.
       01  WS-REMIT-DETAIL.
           05 WS-RMD-TYPE           PIC X VALUE "D".
           05 WS-RMD-MOVIE          PIC 9(4).
           05 WS-RMD-TITLE          PIC X(30).
           05 WS-RMD-WEEK           PIC 9.
           05 WS-RMD-ADM            PIC 9(5).
           05 WS-RMD-GROSS          PIC 9(7)V99.
           05 WS-RMD-REFUND         PIC 9(7)V99.
           05 WS-RMD-NET            PIC 9(7)V99.
           05 WS-RMD-PCT            PIC 99.
           05 WS-RMD-OWED           PIC 9(7)V99.
           05 FILLER                PIC X(11) VALUE SPACES.
       01  WS-REMIT-TRAILER.
           05 WS-RMT-TYPE           PIC X VALUE "T".
           05 WS-RMT-LINES          PIC 9(4).
           05 WS-RMT-ADM            PIC 9(6).
           05 WS-RMT-NET            PIC 9(9)V99.
           05 WS-RMT-OWED           PIC 9(9)V99.
           05 FILLER                PIC X(57) VALUE SPACES.
      *----FOR THE WEEKLY SCHEDULE BUILDER: A RUN IS ONE MOVIE IN----
      *----ONE CINEMA AT A SET OF DAILY START TIMES ON CHOSEN DAYS----
      *----OF THE WEEK. EACH SHOWING IT WOULD CREATE OR REMOVE IS A----
      *----CANDIDATE, ACCEPTED OR REJECTED WITH A REASON----
       01  WS-SB-CHOICE             PIC 9.
       01  WS-SB-OK                 PIC X.
       01  WS-SB-MOVIE              PIC 9(4).
       01  WS-SB-TITLE              PIC X(30).
       01  WS-SB-CIN                PIC 9.
       01  WS-SB-TIME-IN            PIC X(5).
       01  WS-SB-TIME-COUNT         PIC 9.
       01  WS-SB-TIMES.
           05 WS-SB-TIME            PIC X(5) OCCURS 8 TIMES.
       01  WS-SB-DAYS-IN            PIC X(7).
       01  WS-SB-DAY-FLAGS.
           05 WS-SB-DAY             PIC X OCCURS 7 TIMES.
       01  WS-SB-DOW-TEXT           PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-SB-DOW-TABLE REDEFINES WS-SB-DOW-TEXT.
           05 WS-SB-DOW-NAME        PIC X(3) OCCURS 7 TIMES.
       01  WS-SB-FROM               PIC X(10).
       01  WS-SB-TO                 PIC X(10).
       01  WS-SB-LAST               PIC X(10).
       01  WS-SB-FROM8              PIC 9(8).
       01  WS-SB-TO8                PIC 9(8).
       01  WS-SB-DATE8              PIC 9(8).
       01  WS-SB-TODAY8             PIC 9(8).
       01  WS-SB-INT                PIC 9(8).
       01  WS-SB-TO-INT             PIC 9(8).
       01  WS-SB-NOW-MINS           PIC 9(4).
       01  WS-SB-SHOW-MINS          PIC 9(4).
       01  WS-SB-DOW                PIC 9.
       01  WS-SB-T-IDX              PIC 99.
       01  WS-SB-D-IDX              PIC 99.
       01  WS-SB-IDX                PIC 9(3).
       01  WS-SB-RUN-SHOWS          PIC 9(4).
       01  WS-SB-GOOD               PIC 9(3).
       01  WS-SB-BAD                PIC 9(3).
       01  WS-SB-DONE-COUNT         PIC 9(3).
       01  WS-SB-RESV               PIC 9(4).
       01  WS-SB-WAIT               PIC 9(4).
       01  WS-SB-CONFIRM            PIC X.
       01  WS-SB-EOF                PIC X.
       01  WS-SB-FULL               PIC X.
      *----C WHEN THE CANDIDATES ARE SHOWINGS TO CREATE, R WHEN----
      *----THEY ARE EXISTING SHOWINGS TO REMOVE----
       01  WS-SB-MODE               PIC X.
       01  WS-SB-CAND-TABLE.
           05 WS-SB-COUNT           PIC 9(3) VALUE 0.
           05 WS-SB-ENTRY OCCURS 400 TIMES.
               10 WS-SB-C-DATE      PIC X(10).
               10 WS-SB-C-TIME      PIC X(5).
               10 WS-SB-C-DOW       PIC 9.
               10 WS-SB-C-SHOWID    PIC 9(6).
               10 WS-SB-C-OK        PIC X.
               10 WS-SB-C-REASON    PIC X(40).
      *----FOR CLOSING AND ANONYMIZING A CUSTOMER ACCOUNT----
       01  WS-ER-ACCID              PIC 9(10).
       01  WS-ER-PHONE              PIC 9(11).
       01  WS-ER-PHONE-X REDEFINES WS-ER-PHONE PIC X(11).
       01  WS-ER-UNPAID             PIC 9(4).
       01  WS-ER-FUTURE             PIC 9(4).
       01  WS-ER-WAIT               PIC 9(4).
       01  WS-ER-EOF                PIC X.
       01  WS-ER-CONFIRM            PIC X.
       01  WS-ER-PTS-CHOICE         PIC X.
       01  WS-ER-PTS-WORD           PIC X(9).
       01  WS-ER-POINTS             PIC 9(7).
       01  WS-ER-PURGED             PIC 9(5).
       01  WS-ER-TODAY8             PIC 9(8).
       01  WS-ER-SHOW8              PIC 9(8).
      *----FOR CORPORATE ACCOUNTS, GROUP BOOKINGS HELD ON ACCOUNT,----
      *----THEIR INVOICES AND THE PAYMENTS POSTED AGAINST THEM----
       01  WS-CORPREC.
           05 WS-CORP-ID            PIC 9(6).
           05 WS-CORP-NAME          PIC X(30).
           05 WS-CORP-CONTACT       PIC X(30).
           05 WS-CORP-PHONE         PIC 9(11).
           05 WS-CORP-EMAIL         PIC X(30).
           05 WS-CORP-ADDRESS       PIC X(40).
           05 WS-CORP-CREDIT-LIMIT  PIC 9(7)V99.
           05 WS-CORP-TERMS         PIC 9(3).
       01  WS-GRPREC.
           05 WS-GRP-ORDER-ID       PIC 9(6).
           05 WS-GRP-CORP-ID        PIC 9(6).
           05 WS-GRP-SHOW-ID        PIC 9(6).
           05 WS-GRP-SHOW-DATE      PIC X(10).
           05 WS-GRP-SHOW-TIME      PIC X(5).
           05 WS-GRP-CINEMA-NUM     PIC 9.
           05 WS-GRP-MOVIE-ID       PIC 9(4).
           05 WS-GRP-MOVIE-TITLE    PIC X(30).
           05 WS-GRP-SEATS          PIC 9(3).
           05 WS-GRP-RATE           PIC 9(5)V99.
           05 WS-GRP-TOTAL          PIC 9(7)V99.
           05 WS-GRP-DATE           PIC X(10).
           05 WS-GRP-EMPLOYEE-ID    PIC 9(10).
           05 WS-GRP-APPROVER-ID    PIC 9(10).
           05 WS-GRP-STATUS         PIC X(9).
           05 WS-GRP-INV-NO         PIC 9(6).
       01  WS-INVREC.
           05 WS-INV-NO             PIC 9(6).
           05 WS-INV-CORP-ID        PIC 9(6).
           05 WS-INV-ORDER-ID       PIC 9(6).
           05 WS-INV-DATE           PIC X(10).
           05 WS-INV-DUE-DATE       PIC X(10).
           05 WS-INV-AMOUNT         PIC 9(7)V99.
           05 WS-INV-CREDIT         PIC 9(7)V99.
           05 WS-INV-PAID           PIC 9(7)V99.
           05 WS-INV-STATUS         PIC X(6).
           05 WS-INV-EMPLOYEE-ID    PIC 9(10).
       01  WS-ARPREC.
           05 WS-ARP-ID             PIC 9(8).
           05 WS-ARP-INV-NO         PIC 9(6).
           05 WS-ARP-CORP-ID        PIC 9(6).
           05 WS-ARP-ORDER-ID       PIC 9(6).
           05 WS-ARP-AMOUNT         PIC 9(5)V99.
           05 WS-ARP-TENDER         PIC X.
           05 WS-ARP-REFERENCE      PIC X(15).
           05 WS-ARP-DATE           PIC X(10).
           05 WS-ARP-EMPLOYEE-ID    PIC 9(10).
       01  WS-GRP-CHOICE            PIC 9.
       01  WS-GRP-EOF               PIC X.
       01  WS-GRP-LIST-EOF          PIC X.
       01  WS-GRP-FOUND             PIC X.
       01  WS-GRP-CONFIRM           PIC X.
       01  WS-GRP-IN-ORDER          PIC 9(6).
       01  WS-GRP-IN-SEATS          PIC 9(3).
       01  WS-GRP-IN-RATE           PIC 9(5)V99.
       01  WS-GRP-MIN-SEATS         PIC 9(3) VALUE 10.
       01  WS-GRP-MAX-SEATS         PIC 9(3) VALUE 150.
       01  WS-GRP-OPEN-SEATS        PIC 9(3).
       01  WS-GRP-SEAT-CAP          PIC 9(3).
       01  WS-GRP-NEW-TOTAL         PIC 9(7)V99.
       01  WS-GRP-ROW               PIC 99.
       01  WS-GRP-ROW-HIT           PIC X.
       01  WS-GRP-TAKEN             PIC 9(3).
       01  WS-GRP-IDX               PIC 9(3).
       01  WS-GRP-SEAT-TABLE.
           05 WS-GRP-SEAT OCCURS 150 TIMES.
               10 WS-GRP-S-ROW      PIC 9.
               10 WS-GRP-S-LETTER   PIC X.
               10 WS-GRP-S-SEATID   PIC 9(4).
       01  WS-CORP-IN-ID            PIC 9(6).
       01  WS-CORP-IN-TEXT          PIC X(40).
       01  WS-CORP-IN-PHONE         PIC 9(11).
       01  WS-CORP-IN-TERMS         PIC 9(3).
       01  WS-CORP-IN-LIMIT         PIC 9(7)V99.
       01  WS-CORP-DEFAULT-TERMS    PIC 9(3) VALUE 30.
       01  WS-CORP-COUNTER          PIC 9(6).
       01  WS-CORP-FOUND            PIC X.
       01  WS-CORP-NEW              PIC X.
       01  WS-CORP-HELD             PIC 9(9)V99.
       01  WS-CORP-OWING            PIC 9(9)V99.
       01  WS-CORP-EXPOSURE         PIC 9(9)V99.
       01  WS-CORP-AVAIL            PIC S9(9)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-INV-COUNTER           PIC 9(6).
       01  WS-INV-IN-NO             PIC 9(6).
       01  WS-INV-FOUND             PIC X.
       01  WS-INV-BALANCE           PIC S9(7)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-INV-TODAY8            PIC 9(8).
       01  WS-INV-DUE8              PIC 9(8).
       01  WS-INV-TODAY-INT         PIC 9(7).
       01  WS-INV-DUE-INT           PIC 9(7).
       01  WS-INV-DAYS-PAST         PIC S9(5) SIGN LEADING SEPARATE.
       01  WS-INVPRT-FILENAME       PIC X(30).
       01  WS-INV-LINE              PIC X(80).
       01  WS-INV-PRT-AMOUNT        PIC Z(6)9.99.
       01  WS-INV-PRT-RATE          PIC Z(4)9.99.
       01  WS-ARP-COUNTER           PIC 9(8).
       01  WS-ARP-IN-AMOUNT         PIC 9(5)V99.
       01  WS-ARP-IN-TENDER         PIC X.
       01  WS-ARP-IN-REF            PIC X(15).
      *----AGING BUCKETS: 1 CURRENT (NOT YET DUE), 2 1-30 DAYS PAST----
      *----DUE, 3 31-60, 4 61-90, 5 OVER 90----
       01  WS-AR-ACCOUNT-TOTALS.
           05 WS-AR-BUCKET          PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-AR-GRAND-TOTALS.
           05 WS-AR-G-BUCKET        PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-AR-IDX                PIC 9.
       01  WS-AR-LISTED             PIC 9(5).
       01  WS-AR-UNBILLED           PIC 9(9)V99.
       01  WS-AR-G-UNBILLED         PIC 9(9)V99.
       01  WS-AR-ACCT-TOTAL         PIC 9(9)V99.
       01  WS-AR-G-TOTAL            PIC 9(9)V99.
       01  WS-SET-CHEQUE            PIC S9(7)V99 SIGN LEADING
                                    SEPARATE.
       01  WS-SET-ACCOUNT           PIC 9(7)V99.

       PROCEDURE DIVISION.
       DATABASE-CONFIGURATION.
           END-IF
           CLOSE FD-ITEMSALE

           OPEN I-O FD-EXCHANGE
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-EXCHANGE
           END-IF
           CLOSE FD-EXCHANGE

           OPEN I-O FD-STOCKMOVE
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-STOCKMOVE
           END-IF
           CLOSE FD-STOCKMOVE

           OPEN I-O FD-VOUCHER
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-VOUCHER
           END-IF
           CLOSE FD-VOUCHER

           OPEN I-O FD-VOUCHTXN
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-VOUCHTXN
           END-IF
           CLOSE FD-VOUCHTXN

           OPEN I-O FD-SEATMAP
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-SEATMAP
           END-IF
           CLOSE FD-SEATMAP

           OPEN I-O FD-DISTRIB
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-DISTRIB
           END-IF
           CLOSE FD-DISTRIB

           OPEN I-O FD-CORPACCT
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-CORPACCT
           END-IF
           CLOSE FD-CORPACCT

           OPEN I-O FD-GROUPBOOK
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-GROUPBOOK
           END-IF
           CLOSE FD-GROUPBOOK

           OPEN I-O FD-INVOICE
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-INVOICE
           END-IF
           CLOSE FD-INVOICE

           OPEN I-O FD-ARPAY
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-ARPAY
           END-IF
           CLOSE FD-ARPAY

           OPEN I-O FD-EODSTATE
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-EODSTATE
               READ FD-CUSTOMER NEXT RECORD INTO WS-ACCOUNT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   IF INPUT-USERNAME EQUAL WS-USERNAME AND
                       WS-USERNAME NOT EQUAL SPACES
                       MOVE 'Y' TO WS-EOF
                       MOVE 'Y' TO WS-LOGIN-FOUND
                   END-IF

      *----COUNTS AVAILABLE SEATS FOR THE SHOWTIME IN WS-SEL-SHOWID----
      *----CALLER SETS WS-CFG-CINNUM TO THE SHOWTIME'S CINEMA SO----
      *----ONLY THAT CINEMA'S CONFIGURED ROWS/COLUMNS ARE COUNTED.----
      *----OPEN WHEELCHAIR SPACES COUNT; BLOCKED AND HOUSE SEATS----
      *----ARE NOT ON SALE AND DO NOT COUNT----
       COUNT-AVAILABLE-SEATS.
           PERFORM LOOKUP-CINEMA-SIZE
           MOVE 00 TO WS-AVAILABLE-SEAT
                   NOT INVALID KEY
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX GREATER WS-CFG-COLS
                       IF WS-COL-CELL(WS-COL-IDX) EQUAL "*" OR
                           WS-COL-CELL(WS-COL-IDX) EQUAL "W"
                           ADD 1 TO WS-AVAILABLE-SEAT
                       END-IF
                   END-PERFORM
           END-IF
           CLOSE FD-CINEMA.

      *----FETCHES ONE ROW OF A CINEMA'S SEAT MAP: CALLER SETS----
      *----WS-SMP-CINNUM AND WS-SMP-ROW; WS-SMP-ROWCELLS COMES BACK----
      *----ALL '*' WHEN THE ROW HAS NO MARKS ON FILE----
       SEATMAP-LOOKUP.
           MOVE ALL "*" TO WS-SMP-ROWCELLS
           MOVE WS-SMP-CINNUM TO SMP-CIN-NUM
           MOVE WS-SMP-ROW TO SMP-ROW
           OPEN INPUT FD-SEATMAP
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-SEATMAP
                   KEY IS SMP-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   MOVE SMP-CELLS TO WS-SMP-ROWCELLS
               END-READ
           END-IF
           CLOSE FD-SEATMAP.

      *----DERIVES THE PRICING SLOT FOR ONE SHOWTIME: CALLER SETS----
      *----WS-TKT-SHOW-DATE AND WS-TKT-SHOW-TIME; A SHOWING BEFORE----
      *----5PM IS A MATINEE (M), OTHERWISE MONDAY TO FRIDAY IS A----
                   DISPLAY WS-LAYOUT-LINE(1:WS-LAYOUT-HDR-LEN)
               END-READ
           END-PERFORM
           CLOSE FD-LAYOUT
           DISPLAY "* OPEN  X TAKEN  W WHEELCHAIR  H HOUSE  B BLOCKED".

      *----FORMATS ONE LAYOUT ROW UNDER THE A-O COLUMN HEADER----
       BUILD-LAYOUT-LINE.
           PERFORM SHOWTIME-PRICE-SLOT
           MOVE WS-SEL-MOVIECODE TO WS-TKT-MOVIECODE
           MOVE 0 TO WS-ORDER-TOTAL
           MOVE 'N' TO WS-SEAT-BY-STAFF
           PERFORM VARYING WS-ORDER-SEAT-IDX FROM 1 BY 1
               UNTIL WS-ORDER-SEAT-IDX GREATER WS-ORDER-SEAT-COUNT
               MOVE 'N' TO SEAT-VALID
           MOVE WS-OCODE-VAL TO WS-ORDER-ID.

      *----SUMS THE LEDGER FOR THE CUSTOMER IN WS-PTS-LOOKUP-ACCID;----
      *----THE BALANCE COMES BACK IN WS-PTS-BALANCE. REDEEM, PAYOUT----
      *----AND FORFT ROWS TAKE POINTS OFF, EVERYTHING ELSE ADDS----
       POINTS-BALANCE.
           MOVE 0 TO WS-PTS-BALANCE
           MOVE 'N' TO WS-PTS-EOF
                       IF WS-PTS-ACCID NOT EQUAL WS-PTS-LOOKUP-ACCID
                           MOVE 'Y' TO WS-PTS-EOF
                       ELSE
                       IF WS-PTS-TYPE EQUAL "REDEEM" OR
                           WS-PTS-TYPE EQUAL "PAYOUT" OR
                           WS-PTS-TYPE EQUAL "FORFT"
                           SUBTRACT WS-PTS-POINTS FROM WS-PTS-BALANCE
                       ELSE
                           ADD WS-PTS-POINTS TO WS-PTS-BALANCE
           MOVE DATER TO PTS-DATE
           MOVE WS-PTS-W-EMP TO PTS-EMPLOYEE-ID
           MOVE WS-PTS-W-TENDER TO PTS-TENDER
           MOVE WS-PTS-W-APPROVER TO PTS-APPROVER-ID

           OPEN I-O FD-POINTS
               IF WS-FILESTATUS = 35 THEN
       POINTS-REDEEM-PROMPT.
           MOVE 0 TO WS-PTS-REDEEM
           MOVE 0 TO WS-PTS-REDEEM-VALUE
           MOVE 0 TO WS-PTS-APPROVER
           PERFORM POINTS-BALANCE
           IF WS-PTS-BALANCE GREATER 0
               DISPLAY "LOYALTY POINTS BALANCE: " WS-PTS-BALANCE
                   MOVE WS-PTS-BALANCE TO WS-PTS-REDEEM-MAX
               END-IF
               IF WS-ORDER-TOTAL LESS THAN WS-PTS-REDEEM-MAX
                   MOVE WS-ORDER-TOTAL TO WS-PTS-ORDER-MAX
               ELSE
                   MOVE WS-PTS-REDEEM-MAX TO WS-PTS-ORDER-MAX
               END-IF
               DISPLAY "POINTS TO REDEEM (1 POINT = 1.00 OFF, 0 FOR"
               " NONE, UP TO " WS-PTS-ORDER-MAX "):"
               ACCEPT WS-PTS-REDEEM
               PERFORM UNTIL WS-PTS-REDEEM NOT GREATER
                   WS-PTS-REDEEM-MAX
                   DISPLAY "ERROR! THE BALANCE ALLOWS AT MOST "
                       WS-PTS-REDEEM-MAX "!"
                   ACCEPT WS-PTS-REDEEM
               END-PERFORM
      *----SPENDING MORE POINTS THAN THE ORDER IS WORTH GIVES THE----
      *----EXTRA AWAY, SO IT NEEDS A SUPERVISOR; WITHOUT ONE THE----
      *----REDEMPTION IS CUT BACK TO THE ORDER'S WORTH----
               IF WS-PTS-REDEEM GREATER WS-ORDER-TOTAL
                   DISPLAY "THAT IS MORE POINTS THAN THE ORDER IS"
                   " WORTH - THE EXTRA POINTS WILL BE GIVEN UP."
                   MOVE "OVERRIDE POINTS" TO WS-SUP-ACTION
                   MOVE WS-ITEM-ORDER-ID TO WS-SUP-KEY
                   PERFORM SUPERVISOR-APPROVE
                   IF WS-SUP-OK EQUAL 'Y'
                       MOVE WS-SUP-ACCID TO WS-PTS-APPROVER
                   ELSE
                       MOVE WS-PTS-ORDER-MAX TO WS-PTS-REDEEM
                       DISPLAY "REDEMPTION CUT BACK TO "
                           WS-PTS-REDEEM " POINTS."
                   END-IF
               END-IF
               IF WS-PTS-REDEEM GREATER 0
                   IF WS-PTS-REDEEM GREATER WS-ORDER-TOTAL
                       MOVE WS-ORDER-TOTAL TO WS-PTS-REDEEM-VALUE
                   ELSE
                       MOVE WS-PTS-REDEEM TO WS-PTS-REDEEM-VALUE
                   END-IF
                   SUBTRACT WS-PTS-REDEEM-VALUE FROM WS-ORDER-TOTAL
                   DISPLAY "AMOUNT DUE AFTER POINTS: " WS-ORDER-TOTAL
               END-IF
               MOVE WS-PTS-REDEEM-VALUE TO WS-PTS-W-AMOUNT
               MOVE FE-ACCID TO WS-PTS-W-EMP
               MOVE WS-PAY-METHOD-IN TO WS-PTS-W-TENDER
               MOVE WS-PTS-APPROVER TO WS-PTS-W-APPROVER
               PERFORM POINTS-WRITE-ENTRY
           END-IF
           COMPUTE WS-PTS-EARNED =
               MOVE WS-ORDER-TOTAL TO WS-PTS-W-AMOUNT
               MOVE FE-ACCID TO WS-PTS-W-EMP
               MOVE WS-PAY-METHOD-IN TO WS-PTS-W-TENDER
               MOVE 0 TO WS-PTS-W-APPROVER
               PERFORM POINTS-WRITE-ENTRY
               DISPLAY "LOYALTY POINTS EARNED: " WS-PTS-EARNED
           END-IF.
               WS-ORDER-SEATS-DONE.

       MAKE-AVAILABLE-SEAT.
           MOVE WS-CINEMA-NUM TO WS-SMP-CINNUM
           MOVE WS-RESERVE-SHOW-ID TO LO-SHOW-ID
           MOVE WS-LAYOUT-NUM TO SEAT-KEY
           OPEN I-O FD-LAYOUT
           END-READ
           CLOSE FD-CUSTOMER.

      *----FREES ONE SEAT ON THE LAYOUT ROW IN C-LAYOUT. THE SEAT----
      *----GOES BACK TO ITS MARK ON THE SEAT MAP OF THE CINEMA IN----
      *----WS-SMP-CINNUM, SO A WHEELCHAIR OR HOUSE SEAT IS NOT----
      *----RELEASED AS AN ORDINARY ONE----
       PUT-ASTERISK.
           MOVE WS-SEATNUMBER TO WS-SEAT-LETTER
           PERFORM LETTER-TO-COL
           IF WS-SEAT-COL-IDX GREATER 0
               MOVE SEAT-KEY TO WS-SMP-ROW
               PERFORM SEATMAP-LOOKUP
               MOVE WS-SMP-CELL(WS-SEAT-COL-IDX) TO
                   COL-CELL(WS-SEAT-COL-IDX)
           END-IF.

      *----VALIDATE IF SEAT IS ALREADY TAKEN FOR SELECTED SHOWTIME----
      *----ALSO REJECTS A ROW OR COLUMN OUTSIDE THE CONFIGURED----
      *----SIZE OF THE CINEMA CURRENTLY IN WS-CFG-ROWS/WS-CFG-COLS,----
      *----AND A BLOCKED SEAT. A HOUSE SEAT NEEDS A SUPERVISOR TO----
      *----RELEASE IT; CALLER SETS WS-SEAT-BY-STAFF TO 'Y' WHEN AN----
      *----EMPLOYEE IS SELLING, 'N' FOR CUSTOMER SELF-SERVICE----
       IS-SEAT-TAKEN.
           MOVE 'N' TO WS-SEAT-HOUSE
           IF SEAT-KEY-INPUT IS NUMERIC
               MOVE SEAT-KEY-INPUT TO WS-SEAT-ROW-NUM
           ELSE
                   IF WS-COL-CELL(WS-SEAT-COL-IDX) EQUAL 'X'
                       DISPLAY "THIS SEAT IS ALREADY TAKEN. CHOOSE"
                       " ANOTHER AVAILABLE SEAT!"
                   ELSE IF WS-COL-CELL(WS-SEAT-COL-IDX) EQUAL 'B'
                       DISPLAY "THIS SEAT IS OUT OF USE. CHOOSE"
                       " ANOTHER AVAILABLE SEAT!"
                   ELSE IF WS-COL-CELL(WS-SEAT-COL-IDX) EQUAL 'H'
                       MOVE 'Y' TO WS-SEAT-HOUSE
                   ELSE
                       IF WS-COL-CELL(WS-SEAT-COL-IDX) EQUAL 'W'
                           DISPLAY "NOTE: THIS IS A WHEELCHAIR SPACE."
                       END-IF
                       MOVE 'Y' TO SEAT-VALID
                   END-IF
                   END-IF
                   END-IF
               END-READ
               CLOSE FD-LAYOUT
               IF WS-SEAT-HOUSE EQUAL 'Y'
                   PERFORM SEAT-HOUSE-RELEASE
               END-IF
           END-IF.

      *----A HOUSE SEAT IS HELD BACK FROM SALE. ONLY A SUPERVISOR----
      *----CAN RELEASE ONE, AND NEVER THROUGH CUSTOMER SELF-SERVICE----
       SEAT-HOUSE-RELEASE.
           IF WS-SEAT-BY-STAFF NOT EQUAL 'Y'
               DISPLAY "THIS SEAT IS HELD BY THE CINEMA. CHOOSE"
               " ANOTHER AVAILABLE SEAT!"
           ELSE
               DISPLAY "THIS IS A HOUSE SEAT - A SUPERVISOR MUST"
               " RELEASE IT."
               MOVE "RELEASE HOUSE SEAT" TO WS-SUP-ACTION
               MOVE SPACES TO WS-SUP-KEY
               STRING WS-SEL-SHOWID DELIMITED BY SIZE
                   SEAT-KEY-INPUT DELIMITED BY SIZE
                   WS-COL-LETTER(WS-SEAT-COL-IDX) DELIMITED BY SIZE
                   INTO WS-SUP-KEY
               END-STRING
               PERFORM SUPERVISOR-APPROVE
               IF WS-SUP-OK EQUAL 'Y'
                   MOVE 'Y' TO SEAT-VALID
               END-IF
           END-IF.

       PUT-X.
               DISPLAY "9 - TICKET PRICE TABLE"
               DISPLAY "10 - SHOWTIME OCCUPANCY REPORT"
               DISPLAY "11 - PERIOD SALES REPORT"
               DISPLAY "12 - CANCEL A SHOWTIME"
               DISPLAY "13 - GIFT VOUCHER LIABILITY REPORT"
               DISPLAY "14 - EXPIRED GIFT VOUCHER REPORT"
               DISPLAY "15 - CINEMA SEAT MAP"
               DISPLAY "16 - DISTRIBUTORS AND FILM RENTAL TERMS"
               DISPLAY "17 - DISTRIBUTOR SETTLEMENT RUN"
               DISPLAY "18 - WEEKLY SCHEDULE BUILDER"
               DISPLAY "0 - BACK"
               ACCEPT WS-DECISION

                   GO TO OCCUPANCY-REPORT
               ELSE IF WS-DECISION = 11 THEN
                   GO TO PERIOD-SALES-REPORT
               ELSE IF WS-DECISION = 12 THEN
                   GO TO CANCEL-SHOWTIME
               ELSE IF WS-DECISION = 13 THEN
                   GO TO VOUCHER-LIABILITY-REPORT
               ELSE IF WS-DECISION = 14 THEN
                   GO TO VOUCHER-EXPIRED-REPORT
               ELSE IF WS-DECISION = 15 THEN
                   GO TO SEATMAP-ADMIN
               ELSE IF WS-DECISION = 16 THEN
                   GO TO DISTRIB-ADMIN
               ELSE IF WS-DECISION = 17 THEN
                   GO TO RENTAL-SETTLEMENT
               ELSE IF WS-DECISION = 18 THEN
                   GO TO SCHED-BUILDER
               ELSE IF WS-DECISION = 0 THEN
                   GO TO ADMIN-MENU
               ELSE
               DISPLAY "1 - ADD EMPLOYEE"
               DISPLAY "2 - REMOVE EMPLOYEE"
               DISPLAY "3 - VIEW LIST OF EMPLOYEES"
               DISPLAY "4 - CHANGE EMPLOYEE POST"
               DISPLAY "5 - BACK"
               ACCEPT WS-DECISION

               IF WS-DECISION = 1 THEN
               ELSE IF WS-DECISION = 3 THEN
                   GO TO VIEW-EMPLOYEE
               ELSE IF WS-DECISION = 4 THEN
                   GO TO CHANGE-EMPLOYEE-POST
               ELSE IF WS-DECISION = 5 THEN
                   GO TO ADMIN-MENU
               ELSE
                   DISPLAY "ERROR! INVALID OPTION!"
           DISPLAY "*******************"
           DISPLAY "1 - UNLOCK/RESET A CUSTOMER"
           DISPLAY "2 - UNLOCK/RESET AN EMPLOYEE"
           DISPLAY "3 - CLOSE AND ANONYMIZE A CUSTOMER ACCOUNT"
           DISPLAY "4 - BACK"
           ACCEPT WS-DECISION

           IF WS-DECISION = 1 THEN
           ELSE IF WS-DECISION = 2 THEN
               GO TO UNLOCK-EMPLOYEE
           ELSE IF WS-DECISION = 3 THEN
               GO TO CLOSE-CUSTOMER-ACCOUNT
           ELSE IF WS-DECISION = 4 THEN
               GO TO ADMIN-MENU
           ELSE
               DISPLAY "ERROR! INVALID OPTION!"
                   READ FD-CUSTOMER NEXT RECORD INTO WS-ACCOUNT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-RESET-USERNAME EQUAL WS-USERNAME AND
                           WS-USERNAME NOT EQUAL SPACES
                           MOVE 'Y' TO WS-LOGIN-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
           CLOSE FD-EMPLOYEES
           GO TO ADMIN-MENU.

      *----CLOSES A CUSTOMER ACCOUNT AT THE CUSTOMER'S REQUEST AND----
      *----ERASES THEIR PERSONAL DATA. REFUSED WHILE THEY HOLD AN----
      *----UNPAID SEAT, A PAID SEAT FOR A SHOWING NOT YET PLAYED, OR----
      *----A WAITLIST PLACE. THE ACCOUNT ID ITSELF STAYS ON THE----
      *----HISTORY, REFUND AND AUDIT FILES SO REVENUE STILL ADDS UP----
       CLOSE-CUSTOMER-ACCOUNT.
           DISPLAY " "
           DISPLAY "*************************************"
           DISPLAY " CLOSE AND ANONYMIZE CUSTOMER ACCOUNT"
           DISPLAY "*************************************"
           DISPLAY "ENTER CUSTOMER USERNAME:"
           ACCEPT WS-RESET-USERNAME
           MOVE 'N' TO WS-LOGIN-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-CUSTOMER
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-CUSTOMER NEXT RECORD INTO WS-ACCOUNT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-RESET-USERNAME EQUAL WS-USERNAME AND
                           WS-USERNAME NOT EQUAL SPACES
                           MOVE 'Y' TO WS-LOGIN-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-CUSTOMER
           MOVE 'N' TO WS-EOF

           IF WS-LOGIN-FOUND NOT EQUAL 'Y'
               DISPLAY "NO CUSTOMER WITH THAT USERNAME!"
               GO TO ACCOUNT-SECURITY
           END-IF
           MOVE WS-ACCID TO WS-ER-ACCID
           MOVE WS-PHONENUMBER TO WS-ER-PHONE
           DISPLAY "ACCOUNT ID: " WS-ER-ACCID
           DISPLAY "NAME      : " WS-FNAME " " WS-LNAME

           PERFORM ERASE-CHECK-SEATS
           PERFORM ERASE-CHECK-WAITLIST
           IF WS-ER-UNPAID GREATER 0 OR WS-ER-FUTURE GREATER 0 OR
               WS-ER-WAIT GREATER 0
               DISPLAY "THE ACCOUNT CANNOT BE CLOSED YET:"
               IF WS-ER-UNPAID GREATER 0
                   DISPLAY "  " WS-ER-UNPAID " UNPAID RESERVED SEATS"
               END-IF
               IF WS-ER-FUTURE GREATER 0
                   DISPLAY "  " WS-ER-FUTURE " PAID SEATS FOR SHOWINGS"
                   " NOT YET PLAYED"
               END-IF
               IF WS-ER-WAIT GREATER 0
                   DISPLAY "  " WS-ER-WAIT " OPEN WAITLIST ENTRIES"
               END-IF
               DISPLAY "SETTLE, REFUND OR CANCEL THESE FIRST."
               GO TO ACCOUNT-SECURITY
           END-IF

           DISPLAY "THE NAME, PHONE, USERNAME AND BIRTHDATE WILL BE"
           " ERASED AND THE LOGIN LOCKED. THIS CANNOT BE UNDONE."
           DISPLAY "CLOSE THIS ACCOUNT? (Y/N):"
           ACCEPT WS-ER-CONFIRM
           IF FUNCTION UPPER-CASE(WS-ER-CONFIRM) NOT EQUAL 'Y'
               DISPLAY "ACCOUNT NOT CLOSED."
               GO TO ACCOUNT-SECURITY
           END-IF

           PERFORM ERASE-SETTLE-POINTS

           MOVE WS-ER-ACCID TO C-ACCID
           OPEN I-O FD-CUSTOMER
           READ FD-CUSTOMER
               KEY IS C-ACCID
               INVALID KEY
                   DISPLAY "ACCOUNT RECORD NOT FOUND!"
               NOT INVALID KEY
                   MOVE SPACES TO C-NAME
                   MOVE 0 TO C-PHONENUM
                   MOVE SPACES TO C-USERNAME
                   MOVE SPACES TO C-PASSCODE
                   MOVE SPACES TO C-BIRTHDATE
                   MOVE 0 TO C-FAILED-COUNT
                   MOVE 'Y' TO C-LOCKED
                   REWRITE C-ACCOUNT
           END-READ
           CLOSE FD-CUSTOMER

           PERFORM ERASE-PURGE-NOTIFY
           PERFORM ERASE-WRITE-CERTIFICATE

           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "ACCOUNT ANONYMIZED" TO WS-AUDIT-ACTION
           MOVE WS-ER-ACCID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "ACCOUNT " WS-ER-ACCID " CLOSED AND ANONYMIZED."
           DISPLAY "QUEUED MESSAGES PURGED: " WS-ER-PURGED
           DISPLAY "ERASURE CERTIFICATE WRITTEN TO ERASURELOG.DAT."
           GO TO ACCOUNT-SECURITY.

      *----COUNTS THE CUSTOMER'S UNPAID SEATS AND PAID SEATS FOR----
      *----SHOWINGS FROM TODAY ON; A PAID SEAT WHOSE SHOWTIME HAS----
      *----GONE IS A PAST SHOWING WAITING TO BE ARCHIVED----
       ERASE-CHECK-SEATS.
           MOVE 0 TO WS-ER-UNPAID
           MOVE 0 TO WS-ER-FUTURE
           PERFORM CONVERT-TIME-PARA
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-ER-TODAY8
           END-STRING
           MOVE 'N' TO WS-ER-EOF
           OPEN INPUT FD-RESERVEDSEAT
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-ER-ACCID TO CUSTOMER-ID
               START FD-RESERVEDSEAT KEY IS EQUAL TO CUSTOMER-ID
                   INVALID KEY MOVE 'Y' TO WS-ER-EOF
               END-START
               PERFORM UNTIL WS-ER-EOF EQUAL 'Y'
                   READ FD-RESERVEDSEAT NEXT RECORD
                       INTO WS-RESERVEDSEAT
                       AT END MOVE 'Y' TO WS-ER-EOF
                       NOT AT END
                       IF WS-CUSTOMER-ID NOT EQUAL WS-ER-ACCID
                           MOVE 'Y' TO WS-ER-EOF
                       ELSE
                           PERFORM ERASE-CHECK-ONE-SEAT
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEDSEAT
           MOVE 'N' TO WS-ER-EOF.

       ERASE-CHECK-ONE-SEAT.
           IF WS-RESERVE-STATUS EQUAL "UNPAID"
               ADD 1 TO WS-ER-UNPAID
           ELSE
               MOVE WS-RESERVE-SHOW-ID TO SHOW-ID
               OPEN INPUT FD-SHOWTIME
               READ FD-SHOWTIME
                   KEY IS SHOW-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING SHOW-DATE(1:4) DELIMITED BY SIZE
                           SHOW-DATE(6:2) DELIMITED BY SIZE
                           SHOW-DATE(9:2) DELIMITED BY SIZE
                           INTO WS-ER-SHOW8
                       END-STRING
                       IF WS-ER-SHOW8 NOT LESS THAN WS-ER-TODAY8
                           ADD 1 TO WS-ER-FUTURE
                       END-IF
               END-READ
               CLOSE FD-SHOWTIME
           END-IF.

      *----COUNTS THE CUSTOMER'S WAITLIST ROWS; A ROW IS REMOVED----
      *----WHEN ITS ENTRY CLOSES, SO ANY ROW IS AN OPEN ENTRY----
       ERASE-CHECK-WAITLIST.
           MOVE 0 TO WS-ER-WAIT
           MOVE 'N' TO WS-ER-EOF
           OPEN INPUT FD-WAITLIST
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-ER-EOF EQUAL 'Y'
                   READ FD-WAITLIST NEXT RECORD INTO WS-WAITLIST
                       AT END MOVE 'Y' TO WS-ER-EOF
                       NOT AT END
                       IF WS-WL-CUSTOMER-ID EQUAL WS-ER-ACCID
                           ADD 1 TO WS-ER-WAIT
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-WAITLIST
           MOVE 'N' TO WS-ER-EOF.

      *----CLEARS THE POINTS BALANCE: SETTLED IS PAID OUT BY THE----
      *----OFFICE AT 1.00 PER POINT (PAYOUT ROWS), FORFEITED IS----
      *----SIMPLY GIVEN UP (FORFT ROWS). THE ADMIN IS STAMPED AS----
      *----APPROVER; NEITHER ROW TOUCHES A DRAWER----
       ERASE-SETTLE-POINTS.
           MOVE "NONE" TO WS-ER-PTS-WORD
           MOVE 0 TO WS-ER-POINTS
           MOVE WS-ER-ACCID TO WS-PTS-LOOKUP-ACCID
           PERFORM POINTS-BALANCE
           IF WS-PTS-BALANCE GREATER 0
               MOVE WS-PTS-BALANCE TO WS-ER-POINTS
               DISPLAY "LOYALTY POINTS BALANCE: " WS-ER-POINTS
               MOVE SPACE TO WS-ER-PTS-CHOICE
               PERFORM UNTIL WS-ER-PTS-CHOICE EQUAL 'S' OR
                   WS-ER-PTS-CHOICE EQUAL 'F'
                   DISPLAY "S - SETTLE (PAY OUT AT 1.00 PER POINT)"
                   DISPLAY "F - FORFEIT"
                   ACCEPT WS-ER-PTS-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-ER-PTS-CHOICE) TO
                       WS-ER-PTS-CHOICE
               END-PERFORM
               MOVE WS-ER-ACCID TO WS-PTS-W-ACCID
               MOVE 0 TO WS-PTS-W-ORDER
               MOVE 0 TO WS-PTS-W-EMP
               MOVE FA-ACCID TO WS-PTS-W-APPROVER
               IF WS-ER-PTS-CHOICE EQUAL 'S'
                   MOVE "SETTLED" TO WS-ER-PTS-WORD
                   MOVE "PAYOUT" TO WS-PTS-W-TYPE
                   MOVE 'C' TO WS-PTS-W-TENDER
               ELSE
                   MOVE "FORFEITED" TO WS-ER-PTS-WORD
                   MOVE "FORFT" TO WS-PTS-W-TYPE
                   MOVE SPACE TO WS-PTS-W-TENDER
               END-IF
               PERFORM UNTIL WS-PTS-BALANCE NOT GREATER 0
                   IF WS-PTS-BALANCE GREATER 99999
                       MOVE 99999 TO WS-PTS-W-POINTS
                   ELSE
                       MOVE WS-PTS-BALANCE TO WS-PTS-W-POINTS
                   END-IF
                   IF WS-ER-PTS-CHOICE EQUAL 'S'
                       MOVE WS-PTS-W-POINTS TO WS-PTS-W-AMOUNT
                   ELSE
                       MOVE 0 TO WS-PTS-W-AMOUNT
                   END-IF
                   PERFORM POINTS-WRITE-ENTRY
                   SUBTRACT WS-PTS-W-POINTS FROM WS-PTS-BALANCE
               END-PERFORM
               IF WS-ER-PTS-CHOICE EQUAL 'S'
                   DISPLAY "PAY THE CUSTOMER " WS-ER-POINTS
                   " POINTS AS CASH FROM THE OFFICE."
               END-IF
           END-IF.

      *----DROPS EVERY QUEUED MESSAGE TO THE CUSTOMER'S PHONE BY----
      *----COPYING THE REST OF THE QUEUE TO THE WORK FILE AND BACK----
       ERASE-PURGE-NOTIFY.
           MOVE 0 TO WS-ER-PURGED
           MOVE 'N' TO WS-ER-EOF
           IF WS-ER-PHONE GREATER 0
               OPEN INPUT FD-NOTIFY
               IF WS-FILESTATUS EQUAL 35
                   MOVE 'Y' TO WS-ER-EOF
               ELSE
                   OPEN OUTPUT FD-NOTIFY-WORK
               END-IF
               PERFORM UNTIL WS-ER-EOF EQUAL 'Y'
                   READ FD-NOTIFY
                       AT END MOVE 'Y' TO WS-ER-EOF
                       NOT AT END
                       IF NOTIFY-LINE(21:11) EQUAL WS-ER-PHONE-X
                           ADD 1 TO WS-ER-PURGED
                       ELSE
                           MOVE NOTIFY-LINE TO NOTIFY-WORK-LINE
                           WRITE NOTIFY-WORK-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-NOTIFY
               CLOSE FD-NOTIFY-WORK
           END-IF

           IF WS-ER-PURGED GREATER 0
               OPEN INPUT FD-NOTIFY-WORK
               OPEN OUTPUT FD-NOTIFY
               MOVE 'N' TO WS-ER-EOF
               PERFORM UNTIL WS-ER-EOF EQUAL 'Y'
                   READ FD-NOTIFY-WORK
                       AT END MOVE 'Y' TO WS-ER-EOF
                       NOT AT END
                       MOVE NOTIFY-WORK-LINE TO NOTIFY-LINE
                       WRITE NOTIFY-LINE
                   END-READ
               END-PERFORM
               CLOSE FD-NOTIFY-WORK
               CLOSE FD-NOTIFY
               OPEN OUTPUT FD-NOTIFY-WORK
               CLOSE FD-NOTIFY-WORK
           END-IF
           MOVE 'N' TO WS-ER-EOF.

      *----APPENDS THE DATED ERASURE CERTIFICATE LINE----
       ERASE-WRITE-CERTIFICATE.
           PERFORM CONVERT-TIME-PARA
           OPEN EXTEND FD-ERASURELOG
           IF WS-FILESTATUS = 35 THEN
               OPEN OUTPUT FD-ERASURELOG
           END-IF
           MOVE SPACES TO ERASURE-LINE
           STRING DATER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIME-STRINGER DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               WS-ER-ACCID DELIMITED BY SIZE
               " PERSONAL DATA ERASED BY ADMIN " DELIMITED BY SIZE
               FA-ACCID DELIMITED BY SIZE
               " POINTS " DELIMITED BY SIZE
               WS-ER-POINTS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ER-PTS-WORD DELIMITED BY SPACE
               " MESSAGES PURGED " DELIMITED BY SIZE
               WS-ER-PURGED DELIMITED BY SIZE
               INTO ERASURE-LINE
           END-STRING
           WRITE ERASURE-LINE
           CLOSE FD-ERASURELOG.

       NEW-MOVIES.
           DISPLAY " "
           DISPLAY "*****************************"
           DISPLAY " ADD A NOW SHOWING MOVIE"
           DISPLAY "*****************************"
      *> Movie code generator, collision-checked against FD-MOVIES.
           MOVE 'N' TO WS-IDGEN-OK
           PERFORM UNTIL WS-IDGEN-OK EQUAL 'Y'
               COMPUTE WS-NEW-MOVIECODE =
                   FUNCTION RANDOM * (WS-MAX - WS-MIN + 1) + WS-MIN
               MOVE 'Y' TO WS-IDGEN-OK
               MOVE 'N' TO WS-EOF
               OPEN INPUT FD-MOVIES
               IF WS-FILESTATUS NOT EQUAL 35
                   PERFORM UNTIL WS-EOF EQUAL 'Y'
                       READ FD-MOVIES NEXT RECORD INTO WS-MOVIES
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                           IF WS-MOVIECODE EQUAL WS-NEW-MOVIECODE
                               MOVE 'N' TO WS-IDGEN-OK
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FD-MOVIES
               MOVE 'N' TO WS-EOF
               IF WS-IDGEN-OK NOT EQUAL 'Y'
                   DISPLAY "MOVIE CODE COLLISION DETECTED, "
                   "REGENERATING..."
               END-IF
           END-PERFORM
           MOVE WS-NEW-MOVIECODE TO WS-MOVIECODE
      *> Additonal info needed for movie record
           DISPLAY "MOVIE CODE: ["WS-MOVIECODE"]"
           DISPLAY "ENTER TITLE: "
           ACCEPT FM-TITLE
           DISPLAY "ENTER RELEASE DATE: "
           ACCEPT FM-RDATE
           DISPLAY "ENTER MTRCB RATING (G, PG, SPG, R13, R16, R18): "
           ACCEPT FM-RATINGS
           DISPLAY "ENTER SYNOPSIS (UP TO 800 CHARACTERS): "
           ACCEPT FM-SYNOPSIS
           DISPLAY "ENTER TICKET PRICE (E.G. 00250.00): "
           ACCEPT FM-PRICE
           PERFORM RENTAL-TERMS-ACCEPT

           MOVE WS-MOVIECODE TO FM-MOVIECODE
           OPEN I-O FD-MOVIES
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-MOVIES
               END-IF

           WRITE FM-RECORD
           CLOSE FD-MOVIES

           DISPLAY " "
           DISPLAY "MOVIE SUCCESSFULLY ADDED!"

           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "MOVIE ADDED" TO WS-AUDIT-ACTION
           MOVE FM-MOVIECODE TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG

      *----ADD ONE OR MORE SHOWTIMES FOR THE NEW MOVIE----
           MOVE 'Y' TO WS-SHOW-ADD-MORE
           PERFORM UNTIL WS-SHOW-ADD-MORE NOT EQUAL 'Y'
               DISPLAY " "
               DISPLAY "AVAILABLE CINEMAS:"
               MOVE 'N' TO WS-EOF
               OPEN INPUT FD-CINEMA
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-CINEMA NEXT RECORD INTO WS-CINEMA-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       DISPLAY WS-CIN-NUM " - " WS-CIN-NAME
                   END-READ
               END-PERFORM
               CLOSE FD-CINEMA
               MOVE 'N' TO WS-EOF

      *----THE PROPOSED SHOWTIME IS HELD IN WORKING STORAGE UNTIL----
      *----IT PASSES VALIDATION; THE SHOW-ID GENERATOR'S FILE SCAN----
      *----WOULD OTHERWISE OVERWRITE IT IN THE RECORD AREA----
               MOVE 'N' TO WS-SCHED-OK
               PERFORM UNTIL WS-SCHED-OK EQUAL 'Y'
                   PERFORM VALIDATE-SHOWTIME-INPUT
               END-PERFORM

               PERFORM GENERATE-SHOW-ID
               MOVE WS-SCODE-VAL TO SHOW-ID
               MOVE WS-MOVIECODE TO SHOW-MOVIECODE
               MOVE WS-NEW-SHOW-CIN TO SHOW-CIN-NUM

           GO TO ADMIN-MENU.

      *----GENERATES AN UNUSED SHOW ID INTO WS-SCODE-VAL----
       GENERATE-SHOW-ID.
           MOVE 'N' TO WS-IDGEN-OK
           PERFORM UNTIL WS-IDGEN-OK EQUAL 'Y'
               COMPUTE WS-SCODE-VAL =
                   FUNCTION RANDOM * (WS-SMAX - WS-SMIN + 1)
                   + WS-SMIN
               MOVE 'Y' TO WS-IDGEN-OK
               MOVE 'N' TO WS-EOF
               OPEN INPUT FD-SHOWTIME
               IF WS-FILESTATUS NOT EQUAL 35
                   PERFORM UNTIL WS-EOF EQUAL 'Y'
                       READ FD-SHOWTIME NEXT RECORD
                           INTO WS-SHOWTIME-REC
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                           IF WS-SHOW-ID EQUAL WS-SCODE-VAL
                               MOVE 'N' TO WS-IDGEN-OK
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FD-SHOWTIME
               MOVE 'N' TO WS-EOF
               IF WS-IDGEN-OK NOT EQUAL 'Y'
                   DISPLAY "SHOW ID COLLISION DETECTED, "
                   "REGENERATING..."
               END-IF
           END-PERFORM.

      *----SEEDS A BLANK SEAT LAYOUT FOR A NEW SHOWTIME, SIZED TO----
      *----THE CINEMA IN WS-CFG-CINNUM; COLUMNS PAST THE CINEMA'S----
      *----WIDTH ARE LEFT BLANK SO THEY CAN NEVER BE SOLD. EVERY----
      *----OTHER CELL TAKES ITS MARK FROM THE CINEMA'S SEAT MAP----
       SEED-SHOWTIME-LAYOUT.
           PERFORM LOOKUP-CINEMA-SIZE
           OPEN I-O FD-LAYOUT
               END-IF
           PERFORM VARYING WS-SEAT-KEY-1 FROM 1 BY 1
               UNTIL WS-SEAT-KEY-1 GREATER WS-CFG-ROWS
               MOVE WS-CFG-CINNUM TO WS-SMP-CINNUM
               MOVE WS-SEAT-KEY-1 TO WS-SMP-ROW
               PERFORM SEATMAP-LOOKUP
               MOVE WS-LC-SHOW-ID TO LO-SHOW-ID
               MOVE WS-SEAT-KEY-1 TO SEAT-KEY
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   IF WS-COL-IDX GREATER WS-CFG-COLS
                       MOVE SPACE TO COL-CELL(WS-COL-IDX)
                   ELSE
                       MOVE WS-SMP-CELL(WS-COL-IDX) TO
                           COL-CELL(WS-COL-IDX)
                   END-IF
               END-PERFORM
               WRITE C-LAYOUT
                   MOVE 0 TO WS-SCHED-MAXDAY
           END-EVALUATE.

      *----CHECKS THAT WS-CHKDATE-IN IS A REAL YYYY-MM-DD DATE----
       CHECK-ISO-DATE.
           MOVE 'N' TO WS-CHKDATE-OK
           IF WS-CHKDATE-IN(1:4) IS NUMERIC AND
               WS-CHKDATE-IN(5:1) EQUAL '-' AND
               WS-CHKDATE-IN(6:2) IS NUMERIC AND
               WS-CHKDATE-IN(8:1) EQUAL '-' AND
               WS-CHKDATE-IN(9:2) IS NUMERIC
               MOVE WS-CHKDATE-IN(1:4) TO WS-SCHED-YEAR
               MOVE WS-CHKDATE-IN(6:2) TO WS-SCHED-MONTH
               MOVE WS-CHKDATE-IN(9:2) TO WS-SCHED-DAY
               PERFORM SCHED-MONTH-LENGTH
               IF WS-SCHED-DAY GREATER 0 AND
                   WS-SCHED-DAY NOT GREATER WS-SCHED-MAXDAY
                   MOVE 'Y' TO WS-CHKDATE-OK
               END-IF
           END-IF
           IF WS-CHKDATE-OK NOT EQUAL 'Y'
               DISPLAY "ERROR! DATE MUST BE A REAL DATE LIKE "
               "2026-08-08!"
           END-IF.

      *----ONE CINEMA'S FULL DAY OF SHOWTIMES, IN TIME ORDER, SO----
      *----THE ADMIN CAN SEE A HALL'S DAY BEFORE ADDING TO IT----
       CINEMA-SCHEDULE.
           END-IF
           GO TO ADMIN-MENU.

      *----WEEKLY SCHEDULE BUILDER: BUILDS A RUN OF SHOWTIMES FROM----
      *----A TEMPLATE, OR EXTENDS OR CUTS BACK A RUN ALREADY ON----
      *----FILE. EVERY CHANGE IS PREVIEWED AND CONFIRMED FIRST----
       SCHED-BUILDER.
           DISPLAY " "
           DISPLAY "***************************"
           DISPLAY " WEEKLY SCHEDULE BUILDER"
           DISPLAY "***************************"
           DISPLAY "1 - NEW RUN FROM A WEEKLY TEMPLATE"
           DISPLAY "2 - EXTEND A RUN"
           DISPLAY "3 - TRUNCATE A RUN"
           DISPLAY "0 - BACK"
           ACCEPT WS-SB-CHOICE

           IF WS-SB-CHOICE = 1 THEN
               GO TO SB-TEMPLATE
           ELSE IF WS-SB-CHOICE = 2 THEN
               GO TO SB-EXTEND
           ELSE IF WS-SB-CHOICE = 3 THEN
               GO TO SB-TRUNCATE
           ELSE IF WS-SB-CHOICE = 0 THEN
               GO TO ADMIN-MENU
           ELSE
               DISPLAY "ERROR! INVALID OPTION!"
               GO TO SCHED-BUILDER
           END-IF.

      *----TEMPLATE: MOVIE, CINEMA, DAILY START TIMES, DAYS OF THE----
      *----WEEK AND A DATE RANGE----
       SB-TEMPLATE.
           PERFORM SB-ACCEPT-MOVIE-CINEMA
           IF WS-SB-OK NOT EQUAL 'Y'
               GO TO SCHED-BUILDER
           END-IF
           PERFORM SB-ACCEPT-TIMES
           PERFORM SB-ACCEPT-DAYS

           MOVE 'N' TO WS-CHKDATE-OK
           PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
               DISPLAY "FIRST DATE OF THE RUN (E.G. 2026-08-06):"
               ACCEPT WS-CHKDATE-IN
               PERFORM CHECK-ISO-DATE
           END-PERFORM
           MOVE WS-CHKDATE-IN TO WS-SB-FROM
           MOVE 'N' TO WS-CHKDATE-OK
           PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
               DISPLAY "LAST DATE OF THE RUN (E.G. 2026-08-19):"
               ACCEPT WS-CHKDATE-IN
               PERFORM CHECK-ISO-DATE
               IF WS-CHKDATE-OK EQUAL 'Y' AND
                   WS-CHKDATE-IN LESS THAN WS-SB-FROM
                   DISPLAY "ERROR! THE LAST DATE IS BEFORE THE FIRST!"
                   MOVE 'N' TO WS-CHKDATE-OK
               END-IF
           END-PERFORM
           MOVE WS-CHKDATE-IN TO WS-SB-TO

           PERFORM SB-GENERATE
           PERFORM SB-PREVIEW-CREATE
           GO TO SCHED-BUILDER.

      *----EXTENDS A RUN: THE TIMES AND DAYS ALREADY SCHEDULED FOR----
      *----THE MOVIE IN THE CINEMA ARE REPEATED FROM THE DAY AFTER----
      *----THE RUN NOW ENDS (OR TODAY, IF LATER) TO THE NEW END DATE----
       SB-EXTEND.
           PERFORM SB-ACCEPT-MOVIE-CINEMA
           IF WS-SB-OK NOT EQUAL 'Y'
               GO TO SCHED-BUILDER
           END-IF
           PERFORM SB-LOAD-RUN
           IF WS-SB-RUN-SHOWS EQUAL 0
               DISPLAY "NO SHOWTIMES FOR THAT MOVIE IN CINEMA "
               WS-SB-CIN " - USE A NEW RUN INSTEAD."
               GO TO SCHED-BUILDER
           END-IF

           DISPLAY "THE RUN NOW ENDS " WS-SB-LAST
           DISPLAY "DAILY START TIMES:"
           PERFORM VARYING WS-SB-T-IDX FROM 1 BY 1
               UNTIL WS-SB-T-IDX GREATER WS-SB-TIME-COUNT
               DISPLAY "  " WS-SB-TIME(WS-SB-T-IDX)
           END-PERFORM
           DISPLAY "SHOWING DAYS:"
           PERFORM VARYING WS-SB-D-IDX FROM 1 BY 1
               UNTIL WS-SB-D-IDX GREATER 7
               IF WS-SB-DAY(WS-SB-D-IDX) EQUAL 'Y'
                   DISPLAY "  " WS-SB-DOW-NAME(WS-SB-D-IDX)
               END-IF
           END-PERFORM

           MOVE WS-SB-LAST TO WS-CHKDATE-IN
           PERFORM SB-DATE-TO-8
           COMPUTE WS-SB-INT = FUNCTION INTEGER-OF-DATE(WS-SB-DATE8)
               + 1
           PERFORM CONVERT-TIME-PARA
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-SB-TODAY8
           END-STRING
           IF WS-SB-INT LESS THAN
               FUNCTION INTEGER-OF-DATE(WS-SB-TODAY8)
               COMPUTE WS-SB-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SB-TODAY8)
           END-IF
           COMPUTE WS-SB-DATE8 = FUNCTION DATE-OF-INTEGER(WS-SB-INT)
           PERFORM SB-DATE-FROM-8
           MOVE WS-CHKDATE-IN TO WS-SB-FROM

           MOVE 'N' TO WS-CHKDATE-OK
           PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
               DISPLAY "EXTEND THE RUN TO (E.G. 2026-09-30):"
               ACCEPT WS-CHKDATE-IN
               PERFORM CHECK-ISO-DATE
               IF WS-CHKDATE-OK EQUAL 'Y' AND
                   WS-CHKDATE-IN LESS THAN WS-SB-FROM
                   DISPLAY "ERROR! THE RUN CAN ONLY BE EXTENDED FROM "
                   WS-SB-FROM " ON!"
                   MOVE 'N' TO WS-CHKDATE-OK
               END-IF
           END-PERFORM
           MOVE WS-CHKDATE-IN TO WS-SB-TO

           PERFORM SB-GENERATE
           PERFORM SB-PREVIEW-CREATE
           GO TO SCHED-BUILDER.

      *----TRUNCATES A RUN: THE MOVIE'S SHOWTIMES IN THE CINEMA----
      *----WITHIN THE DATE RANGE ARE REMOVED, EXCEPT THAT ANY WITH----
      *----RESERVATIONS OR A WAITLIST, OR ALREADY PLAYED, ARE----
      *----FLAGGED AND KEPT FOR THE ADMIN TO DEAL WITH----
       SB-TRUNCATE.
           PERFORM SB-ACCEPT-MOVIE-CINEMA
           IF WS-SB-OK NOT EQUAL 'Y'
               GO TO SCHED-BUILDER
           END-IF
           MOVE 'N' TO WS-CHKDATE-OK
           PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
               DISPLAY "REMOVE SHOWINGS FROM DATE (E.G. 2026-08-20):"
               ACCEPT WS-CHKDATE-IN
               PERFORM CHECK-ISO-DATE
           END-PERFORM
           MOVE WS-CHKDATE-IN TO WS-SB-FROM
           MOVE 'N' TO WS-CHKDATE-OK
           PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
               DISPLAY "REMOVE SHOWINGS TO DATE (BLANK FOR THE END OF "
               "THE RUN):"
               MOVE SPACES TO WS-CHKDATE-IN
               ACCEPT WS-CHKDATE-IN
               IF WS-CHKDATE-IN EQUAL SPACES
                   MOVE "9999-12-31" TO WS-CHKDATE-IN
                   MOVE 'Y' TO WS-CHKDATE-OK
               ELSE
                   PERFORM CHECK-ISO-DATE
               END-IF
               IF WS-CHKDATE-OK EQUAL 'Y' AND
                   WS-CHKDATE-IN LESS THAN WS-SB-FROM
                   DISPLAY "ERROR! THE LAST DATE IS BEFORE THE FIRST!"
                   MOVE 'N' TO WS-CHKDATE-OK
               END-IF
           END-PERFORM
           MOVE WS-CHKDATE-IN TO WS-SB-TO

           PERFORM CONVERT-TIME-PARA
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-SB-TODAY8
           END-STRING
           COMPUTE WS-SB-NOW-MINS = HOUR * 60 + MIN

           MOVE 'R' TO WS-SB-MODE
           MOVE 0 TO WS-SB-COUNT
           MOVE 'N' TO WS-SB-FULL
           MOVE 'N' TO WS-SB-EOF
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-SB-EOF EQUAL 'Y'
                   READ FD-SHOWTIME NEXT RECORD INTO WS-SHOWTIME-REC
                       AT END MOVE 'Y' TO WS-SB-EOF
                       NOT AT END
                       IF WS-SHOW-MOVIECODE EQUAL WS-SB-MOVIE AND
                           WS-SHOW-CIN-NUM EQUAL WS-SB-CIN AND
                           WS-SHOW-DATE NOT LESS THAN WS-SB-FROM AND
                           WS-SHOW-DATE NOT GREATER WS-SB-TO
                           IF WS-SB-COUNT LESS THAN 400
                               ADD 1 TO WS-SB-COUNT
                               MOVE WS-SB-COUNT TO WS-SB-IDX
                               MOVE WS-SHOW-DATE TO
                                   WS-SB-C-DATE(WS-SB-IDX)
                               MOVE WS-SHOW-TIME TO
                                   WS-SB-C-TIME(WS-SB-IDX)
                               MOVE WS-SHOW-ID TO
                                   WS-SB-C-SHOWID(WS-SB-IDX)
                           ELSE
                               MOVE 'Y' TO WS-SB-FULL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-SHOWTIME
           MOVE 'N' TO WS-SB-EOF

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX GREATER WS-SB-COUNT
               PERFORM SB-CHECK-REMOVAL
           END-PERFORM

           PERFORM SB-PREVIEW
           IF WS-SB-GOOD EQUAL 0
               DISPLAY "NOTHING TO REMOVE."
               GO TO SCHED-BUILDER
           END-IF
           DISPLAY "REMOVE THE " WS-SB-GOOD " SHOWTIMES ABOVE? (Y/N):"
           ACCEPT WS-SB-CONFIRM
           IF FUNCTION UPPER-CASE(WS-SB-CONFIRM) NOT EQUAL 'Y'
               DISPLAY "NOTHING REMOVED."
               GO TO SCHED-BUILDER
           END-IF

           MOVE 0 TO WS-SB-DONE-COUNT
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX GREATER WS-SB-COUNT
               IF WS-SB-C-OK(WS-SB-IDX) EQUAL 'Y'
                   MOVE WS-SB-C-SHOWID(WS-SB-IDX) TO WS-LC-SHOW-ID
                   PERFORM CASCADE-DELETE-LAYOUT
                   OPEN I-O FD-SHOWTIME
                   MOVE WS-SB-C-SHOWID(WS-SB-IDX) TO SHOW-ID
                   DELETE FD-SHOWTIME RECORD
                       INVALID KEY DISPLAY "INVALID KEY!"
                       NOT INVALID KEY ADD 1 TO WS-SB-DONE-COUNT
                   END-DELETE
                   CLOSE FD-SHOWTIME
               END-IF
           END-PERFORM
           DISPLAY "SHOWTIMES REMOVED: " WS-SB-DONE-COUNT

           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "SCHEDULE RUN CUT" TO WS-AUDIT-ACTION
           MOVE WS-SB-MOVIE TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG
           GO TO SCHED-BUILDER.

      *----ASKS FOR THE RUN'S MOVIE AND CINEMA; WS-SB-OK IS 'N' IF----
      *----EITHER IS NOT ON FILE----
       SB-ACCEPT-MOVIE-CINEMA.
           MOVE 'Y' TO WS-SB-OK
           DISPLAY "ENTER MOVIE CODE:"
           ACCEPT WS-SB-MOVIE
           MOVE WS-SB-MOVIE TO FM-MOVIECODE
           MOVE 'N' TO WS-SB-EOF
           OPEN INPUT FD-MOVIES
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-MOVIES INTO WS-MOVIES
                   KEY IS FM-MOVIECODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-SB-EOF
               END-READ
           END-IF
           CLOSE FD-MOVIES
           IF WS-SB-EOF NOT EQUAL 'Y'
               DISPLAY "NO MOVIE FOUND!"
               MOVE 'N' TO WS-SB-OK
           ELSE
               MOVE WS-TITLE TO WS-SB-TITLE
               DISPLAY "MOVIE: " FUNCTION UPPER-CASE(WS-SB-TITLE)
               DISPLAY "ENTER CINEMA NUMBER:"
               ACCEPT WS-SB-CIN
               MOVE WS-SB-CIN TO CIN-NUM
               MOVE 'N' TO WS-SB-EOF
               OPEN INPUT FD-CINEMA
               IF WS-FILESTATUS NOT EQUAL 35
                   READ FD-CINEMA INTO WS-CINEMA-REC
                       KEY IS CIN-NUM
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO WS-SB-EOF
                   END-READ
               END-IF
               CLOSE FD-CINEMA
               IF WS-SB-EOF NOT EQUAL 'Y'
                   DISPLAY "NO CINEMA FOUND!"
                   MOVE 'N' TO WS-SB-OK
               END-IF
           END-IF
           MOVE 'N' TO WS-SB-EOF.

      *----UP TO 8 DAILY START TIMES, EACH A VALID HH:MM AND NOT----
      *----REPEATED; AT LEAST ONE IS REQUIRED----
       SB-ACCEPT-TIMES.
           MOVE 0 TO WS-SB-TIME-COUNT
           MOVE 'N' TO WS-SB-EOF
           PERFORM UNTIL WS-SB-EOF EQUAL 'Y'
               COMPUTE WS-SB-T-IDX = WS-SB-TIME-COUNT + 1
               DISPLAY "DAILY START TIME " WS-SB-T-IDX
               " (E.G. 18:30, BLANK TO FINISH):"
               MOVE SPACES TO WS-SB-TIME-IN
               ACCEPT WS-SB-TIME-IN
               IF WS-SB-TIME-IN EQUAL SPACES
                   IF WS-SB-TIME-COUNT EQUAL 0
                       DISPLAY "ERROR! ENTER AT LEAST ONE START TIME!"
                   ELSE
                       MOVE 'Y' TO WS-SB-EOF
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SB-OK
                   IF WS-SB-TIME-IN(1:2) IS NUMERIC AND
                       WS-SB-TIME-IN(3:1) EQUAL ':' AND
                       WS-SB-TIME-IN(4:2) IS NUMERIC
                       MOVE WS-SB-TIME-IN(1:2) TO WS-SCHED-HH
                       MOVE WS-SB-TIME-IN(4:2) TO WS-SCHED-MM
                       IF WS-SCHED-HH GREATER 23 OR
                           WS-SCHED-MM GREATER 59
                           DISPLAY "ERROR! " WS-SB-TIME-IN " IS NOT A"
                           " VALID TIME OF DAY!"
                           MOVE 'N' TO WS-SB-OK
                       END-IF
                   ELSE
                       DISPLAY "ERROR! TIME MUST LOOK LIKE 18:30!"
                       MOVE 'N' TO WS-SB-OK
                   END-IF
                   PERFORM VARYING WS-SB-D-IDX FROM 1 BY 1
                       UNTIL WS-SB-D-IDX GREATER WS-SB-TIME-COUNT
                       IF WS-SB-TIME(WS-SB-D-IDX) EQUAL WS-SB-TIME-IN
                           DISPLAY "ERROR! " WS-SB-TIME-IN " IS "
                           "ALREADY IN THE LIST!"
                           MOVE 'N' TO WS-SB-OK
                       END-IF
                   END-PERFORM
                   IF WS-SB-OK EQUAL 'Y'
                       ADD 1 TO WS-SB-TIME-COUNT
                       MOVE WS-SB-TIME-IN TO
                           WS-SB-TIME(WS-SB-TIME-COUNT)
                       IF WS-SB-TIME-COUNT EQUAL 8
                           MOVE 'Y' TO WS-SB-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-SB-OK
           MOVE 'N' TO WS-SB-EOF.

      *----THE SHOWING DAYS ARE KEYED AS DAY NUMBERS, 1 = MONDAY----
      *----THROUGH 7 = SUNDAY, E.G. 12345 FOR WEEKDAYS ONLY----
       SB-ACCEPT-DAYS.
           MOVE 'N' TO WS-SB-OK
           PERFORM UNTIL WS-SB-OK EQUAL 'Y'
               DISPLAY "SHOWING DAYS, 1=MON 2=TUE 3=WED 4=THU 5=FRI "
               "6=SAT 7=SUN"
               DISPLAY "(E.G. 12345 FOR WEEKDAYS, 1234567 FOR EVERY "
               "DAY):"
               MOVE SPACES TO WS-SB-DAYS-IN
               ACCEPT WS-SB-DAYS-IN
               MOVE ALL 'N' TO WS-SB-DAY-FLAGS
               MOVE 'Y' TO WS-SB-OK
               PERFORM VARYING WS-SB-D-IDX FROM 1 BY 1
                   UNTIL WS-SB-D-IDX GREATER 7
                   IF WS-SB-DAYS-IN(WS-SB-D-IDX:1) NOT EQUAL SPACE
                       IF WS-SB-DAYS-IN(WS-SB-D-IDX:1) IS NUMERIC AND
                           WS-SB-DAYS-IN(WS-SB-D-IDX:1) NOT EQUAL '0'
                           AND WS-SB-DAYS-IN(WS-SB-D-IDX:1) NOT
                           GREATER '7'
                           MOVE WS-SB-DAYS-IN(WS-SB-D-IDX:1) TO
                               WS-SB-DOW
                           MOVE 'Y' TO WS-SB-DAY(WS-SB-DOW)
                       ELSE
                           MOVE 'N' TO WS-SB-OK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SB-DAY-FLAGS EQUAL ALL 'N'
                   MOVE 'N' TO WS-SB-OK
               END-IF
               IF WS-SB-OK NOT EQUAL 'Y'
                   DISPLAY "ERROR! USE THE DAY NUMBERS 1 TO 7 ONLY!"
               END-IF
           END-PERFORM.

      *----READS THE RUN ALREADY ON FILE FOR THE MOVIE AND CINEMA:----
      *----ITS DISTINCT START TIMES, ITS SHOWING DAYS AND LAST DATE----
       SB-LOAD-RUN.
           MOVE 0 TO WS-SB-RUN-SHOWS
           MOVE 0 TO WS-SB-TIME-COUNT
           MOVE ALL 'N' TO WS-SB-DAY-FLAGS
           MOVE SPACES TO WS-SB-LAST
           MOVE 'N' TO WS-SB-EOF
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-SB-EOF EQUAL 'Y'
                   READ FD-SHOWTIME NEXT RECORD INTO WS-SHOWTIME-REC
                       AT END MOVE 'Y' TO WS-SB-EOF
                       NOT AT END
                       IF WS-SHOW-MOVIECODE EQUAL WS-SB-MOVIE AND
                           WS-SHOW-CIN-NUM EQUAL WS-SB-CIN
                           PERFORM SB-LOAD-RUN-SHOW
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-SHOWTIME
           MOVE 'N' TO WS-SB-EOF.

       SB-LOAD-RUN-SHOW.
           ADD 1 TO WS-SB-RUN-SHOWS
           IF WS-SHOW-DATE GREATER WS-SB-LAST OR
               WS-SB-LAST EQUAL SPACES
               MOVE WS-SHOW-DATE TO WS-SB-LAST
           END-IF
           MOVE WS-SHOW-DATE TO WS-CHKDATE-IN
           PERFORM SB-DATE-TO-8
           IF WS-SB-DATE8 GREATER 0
               COMPUTE WS-SB-DOW = FUNCTION MOD(FUNCTION
                   INTEGER-OF-DATE(WS-SB-DATE8) - 1, 7) + 1
               MOVE 'Y' TO WS-SB-DAY(WS-SB-DOW)
           END-IF
           MOVE 'N' TO WS-SB-OK
           PERFORM VARYING WS-SB-D-IDX FROM 1 BY 1
               UNTIL WS-SB-D-IDX GREATER WS-SB-TIME-COUNT
               IF WS-SB-TIME(WS-SB-D-IDX) EQUAL WS-SHOW-TIME
                   MOVE 'Y' TO WS-SB-OK
               END-IF
           END-PERFORM
           IF WS-SB-OK NOT EQUAL 'Y' AND WS-SB-TIME-COUNT LESS THAN 8
               ADD 1 TO WS-SB-TIME-COUNT
               MOVE WS-SHOW-TIME TO WS-SB-TIME(WS-SB-TIME-COUNT)
           END-IF
           MOVE 'Y' TO WS-SB-OK.

      *----YYYY-MM-DD IN WS-CHKDATE-IN TO YYYYMMDD IN WS-SB-DATE8----
      *----(ZERO IF IT IS NOT A DATE)----
       SB-DATE-TO-8.
           IF WS-CHKDATE-IN(1:4) IS NUMERIC AND
               WS-CHKDATE-IN(6:2) IS NUMERIC AND
               WS-CHKDATE-IN(9:2) IS NUMERIC
               STRING WS-CHKDATE-IN(1:4) DELIMITED BY SIZE
                   WS-CHKDATE-IN(6:2) DELIMITED BY SIZE
                   WS-CHKDATE-IN(9:2) DELIMITED BY SIZE
                   INTO WS-SB-DATE8
               END-STRING
           ELSE
               MOVE 0 TO WS-SB-DATE8
           END-IF.

      *----YYYYMMDD IN WS-SB-DATE8 TO YYYY-MM-DD IN WS-CHKDATE-IN----
       SB-DATE-FROM-8.
           MOVE SPACES TO WS-CHKDATE-IN
           STRING WS-SB-DATE8(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SB-DATE8(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SB-DATE8(7:2) DELIMITED BY SIZE
               INTO WS-CHKDATE-IN
           END-STRING.

      *----ONE CANDIDATE PER START TIME ON EVERY CHOSEN DAY OF THE----
      *----WEEK FROM WS-SB-FROM TO WS-SB-TO, EACH CHECKED IN TURN----
       SB-GENERATE.
           PERFORM CONVERT-TIME-PARA
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-SB-TODAY8
           END-STRING
           COMPUTE WS-SB-NOW-MINS = HOUR * 60 + MIN

           MOVE 'C' TO WS-SB-MODE
           MOVE 0 TO WS-SB-COUNT
           MOVE 'N' TO WS-SB-FULL
           MOVE WS-SB-TO TO WS-CHKDATE-IN
           PERFORM SB-DATE-TO-8
           MOVE WS-SB-DATE8 TO WS-SB-TO8
           COMPUTE WS-SB-TO-INT = FUNCTION INTEGER-OF-DATE(WS-SB-TO8)
           MOVE WS-SB-FROM TO WS-CHKDATE-IN
           PERFORM SB-DATE-TO-8
           MOVE WS-SB-DATE8 TO WS-SB-FROM8
           COMPUTE WS-SB-INT = FUNCTION INTEGER-OF-DATE(WS-SB-FROM8)

           PERFORM UNTIL WS-SB-INT GREATER WS-SB-TO-INT OR
               WS-SB-FULL EQUAL 'Y'
               COMPUTE WS-SB-DOW = FUNCTION MOD(WS-SB-INT - 1, 7) + 1
               IF WS-SB-DAY(WS-SB-DOW) EQUAL 'Y'
                   COMPUTE WS-SB-DATE8 =
                       FUNCTION DATE-OF-INTEGER(WS-SB-INT)
                   PERFORM SB-DATE-FROM-8
                   PERFORM VARYING WS-SB-T-IDX FROM 1 BY 1
                       UNTIL WS-SB-T-IDX GREATER WS-SB-TIME-COUNT
                       IF WS-SB-COUNT LESS THAN 400
                           ADD 1 TO WS-SB-COUNT
                           MOVE WS-SB-COUNT TO WS-SB-IDX
                           MOVE WS-CHKDATE-IN TO
                               WS-SB-C-DATE(WS-SB-IDX)
                           MOVE WS-SB-TIME(WS-SB-T-IDX) TO
                               WS-SB-C-TIME(WS-SB-IDX)
                           MOVE 0 TO WS-SB-C-SHOWID(WS-SB-IDX)
                           PERFORM SB-CHECK-CANDIDATE
                       ELSE
                           MOVE 'Y' TO WS-SB-FULL
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SB-INT
           END-PERFORM.

      *----A NEW SHOWING IS REJECTED IF IT IS ALREADY PAST OR THE----
      *----CINEMA IS ALREADY BOOKED AT THAT DATE AND TIME, THE SAME----
      *----TEST VALIDATE-SHOWTIME-INPUT APPLIES TO ONE KEYED BY HAND----
       SB-CHECK-CANDIDATE.
           MOVE 'Y' TO WS-SB-C-OK(WS-SB-IDX)
           MOVE SPACES TO WS-SB-C-REASON(WS-SB-IDX)
           MOVE WS-SB-C-DATE(WS-SB-IDX) TO WS-CHKDATE-IN
           PERFORM SB-DATE-TO-8
           COMPUTE WS-SB-C-DOW(WS-SB-IDX) = FUNCTION MOD(FUNCTION
               INTEGER-OF-DATE(WS-SB-DATE8) - 1, 7) + 1
           MOVE WS-SB-C-TIME(WS-SB-IDX)(1:2) TO WS-SCHED-HH
           MOVE WS-SB-C-TIME(WS-SB-IDX)(4:2) TO WS-SCHED-MM
           COMPUTE WS-SB-SHOW-MINS = WS-SCHED-HH * 60 + WS-SCHED-MM
           IF WS-SB-DATE8 LESS THAN WS-SB-TODAY8 OR
               (WS-SB-DATE8 EQUAL WS-SB-TODAY8 AND
               WS-SB-SHOW-MINS LESS THAN WS-SB-NOW-MINS)
               MOVE 'N' TO WS-SB-C-OK(WS-SB-IDX)
               MOVE "DATE AND TIME ALREADY PAST" TO
                   WS-SB-C-REASON(WS-SB-IDX)
           ELSE
               MOVE 'N' TO WS-SB-EOF
               OPEN INPUT FD-SHOWTIME
               IF WS-FILESTATUS NOT EQUAL 35
                   PERFORM UNTIL WS-SB-EOF EQUAL 'Y'
                       READ FD-SHOWTIME NEXT RECORD
                           INTO WS-SHOWTIME-REC
                           AT END MOVE 'Y' TO WS-SB-EOF
                           NOT AT END
                           IF WS-SHOW-CIN-NUM EQUAL WS-SB-CIN AND
                               WS-SHOW-DATE EQUAL
                               WS-SB-C-DATE(WS-SB-IDX) AND
                               WS-SHOW-TIME EQUAL
                               WS-SB-C-TIME(WS-SB-IDX)
                               MOVE 'N' TO WS-SB-C-OK(WS-SB-IDX)
                               STRING "CINEMA ALREADY BOOKED (SHOW "
                                   DELIMITED BY SIZE
                                   WS-SHOW-ID DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO WS-SB-C-REASON(WS-SB-IDX)
                               END-STRING
                               MOVE 'Y' TO WS-SB-EOF
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FD-SHOWTIME
               MOVE 'N' TO WS-SB-EOF
           END-IF.

      *----AN EXISTING SHOWING IS ONLY REMOVED IF IT IS STILL AHEAD,----
      *----NOBODY HOLDS A SEAT ON IT AND NOBODY IS WAITLISTED FOR IT----
       SB-CHECK-REMOVAL.
           MOVE 'Y' TO WS-SB-C-OK(WS-SB-IDX)
           MOVE SPACES TO WS-SB-C-REASON(WS-SB-IDX)
           MOVE WS-SB-C-DATE(WS-SB-IDX) TO WS-CHKDATE-IN
           PERFORM SB-DATE-TO-8
           IF WS-SB-DATE8 GREATER 0
               COMPUTE WS-SB-C-DOW(WS-SB-IDX) = FUNCTION MOD(FUNCTION
                   INTEGER-OF-DATE(WS-SB-DATE8) - 1, 7) + 1
           ELSE
               MOVE 1 TO WS-SB-C-DOW(WS-SB-IDX)
           END-IF
           MOVE WS-SB-C-TIME(WS-SB-IDX)(1:2) TO WS-SCHED-HH
           MOVE WS-SB-C-TIME(WS-SB-IDX)(4:2) TO WS-SCHED-MM
           COMPUTE WS-SB-SHOW-MINS = WS-SCHED-HH * 60 + WS-SCHED-MM
           IF WS-SB-DATE8 LESS THAN WS-SB-TODAY8 OR
               (WS-SB-DATE8 EQUAL WS-SB-TODAY8 AND
               WS-SB-SHOW-MINS LESS THAN WS-SB-NOW-MINS)
               MOVE 'N' TO WS-SB-C-OK(WS-SB-IDX)
               MOVE "ALREADY PLAYED - KEPT" TO
                   WS-SB-C-REASON(WS-SB-IDX)
           END-IF

           IF WS-SB-C-OK(WS-SB-IDX) EQUAL 'Y'
               MOVE 0 TO WS-SB-RESV
               MOVE 'N' TO WS-SB-EOF
               OPEN INPUT FD-RESERVEDSEAT
               IF WS-FILESTATUS NOT EQUAL 35
                   MOVE WS-SB-C-SHOWID(WS-SB-IDX) TO RESERVE-SHOW-ID
                   START FD-RESERVEDSEAT KEY IS EQUAL TO
                       RESERVE-SHOW-ID
                       INVALID KEY MOVE 'Y' TO WS-SB-EOF
                   END-START
                   PERFORM UNTIL WS-SB-EOF EQUAL 'Y'
                       READ FD-RESERVEDSEAT NEXT RECORD
                           INTO WS-RESERVEDSEAT
                           AT END MOVE 'Y' TO WS-SB-EOF
                           NOT AT END
                           IF WS-RESERVE-SHOW-ID NOT EQUAL
                               WS-SB-C-SHOWID(WS-SB-IDX)
                               MOVE 'Y' TO WS-SB-EOF
                           ELSE
                               ADD 1 TO WS-SB-RESV
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FD-RESERVEDSEAT
               MOVE 'N' TO WS-SB-EOF
               IF WS-SB-RESV GREATER 0
                   MOVE 'N' TO WS-SB-C-OK(WS-SB-IDX)
                   STRING "HAS " DELIMITED BY SIZE
                       WS-SB-RESV DELIMITED BY SIZE
                       " RESERVATIONS - KEPT" DELIMITED BY SIZE
                       INTO WS-SB-C-REASON(WS-SB-IDX)
                   END-STRING
               END-IF
           END-IF

           IF WS-SB-C-OK(WS-SB-IDX) EQUAL 'Y'
               MOVE 0 TO WS-SB-WAIT
               MOVE 'N' TO WS-SB-EOF
               OPEN INPUT FD-WAITLIST
               IF WS-FILESTATUS NOT EQUAL 35
                   MOVE WS-SB-C-SHOWID(WS-SB-IDX) TO WL-SHOW-ID
                   START FD-WAITLIST KEY IS EQUAL TO WL-SHOW-ID
                       INVALID KEY MOVE 'Y' TO WS-SB-EOF
                   END-START
                   PERFORM UNTIL WS-SB-EOF EQUAL 'Y'
                       READ FD-WAITLIST NEXT RECORD INTO WS-WAITLIST
                           AT END MOVE 'Y' TO WS-SB-EOF
                           NOT AT END
                           IF WS-WL-SHOW-ID NOT EQUAL
                               WS-SB-C-SHOWID(WS-SB-IDX)
                               MOVE 'Y' TO WS-SB-EOF
                           ELSE
                               ADD 1 TO WS-SB-WAIT
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FD-WAITLIST
               MOVE 'N' TO WS-SB-EOF
               IF WS-SB-WAIT GREATER 0
                   MOVE 'N' TO WS-SB-C-OK(WS-SB-IDX)
                   STRING "HAS " DELIMITED BY SIZE
                       WS-SB-WAIT DELIMITED BY SIZE
                       " ON THE WAITLIST - KEPT" DELIMITED BY SIZE
                       INTO WS-SB-C-REASON(WS-SB-IDX)
                   END-STRING
               END-IF
           END-IF.

      *----LISTS THE CANDIDATES: THOSE THAT WILL GO AHEAD, THEN----
      *----THOSE REJECTED OR FLAGGED WITH THE REASON----
       SB-PREVIEW.
           MOVE 0 TO WS-SB-GOOD
           MOVE 0 TO WS-SB-BAD
           DISPLAY " "
           DISPLAY "PREVIEW - " FUNCTION UPPER-CASE(WS-SB-TITLE)
               " IN CINEMA " WS-SB-CIN
           IF WS-SB-MODE EQUAL 'C'
               DISPLAY "SHOWTIMES TO BE CREATED:"
           ELSE
               DISPLAY "SHOWTIMES TO BE REMOVED:"
           END-IF
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX GREATER WS-SB-COUNT
               IF WS-SB-C-OK(WS-SB-IDX) EQUAL 'Y'
                   ADD 1 TO WS-SB-GOOD
                   DISPLAY "  " WS-SB-C-DATE(WS-SB-IDX) " "
                       WS-SB-DOW-NAME(WS-SB-C-DOW(WS-SB-IDX)) " "
                       WS-SB-C-TIME(WS-SB-IDX)
               END-IF
           END-PERFORM
           IF WS-SB-GOOD EQUAL 0
               DISPLAY "  (NONE)"
           END-IF
           IF WS-SB-MODE EQUAL 'C'
               DISPLAY "REJECTED:"
           ELSE
               DISPLAY "FLAGGED AND NOT REMOVED:"
           END-IF
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX GREATER WS-SB-COUNT
               IF WS-SB-C-OK(WS-SB-IDX) NOT EQUAL 'Y'
                   ADD 1 TO WS-SB-BAD
                   DISPLAY "  " WS-SB-C-DATE(WS-SB-IDX) " "
                       WS-SB-DOW-NAME(WS-SB-C-DOW(WS-SB-IDX)) " "
                       WS-SB-C-TIME(WS-SB-IDX) "  "
                       WS-SB-C-REASON(WS-SB-IDX)
               END-IF
           END-PERFORM
           IF WS-SB-BAD EQUAL 0
               DISPLAY "  (NONE)"
           END-IF
           IF WS-SB-FULL EQUAL 'Y'
               DISPLAY "ONLY THE FIRST 400 SHOWINGS WERE CONSIDERED - "
               "USE A SHORTER DATE RANGE FOR THE REST."
           END-IF
           DISPLAY "TOTAL: " WS-SB-GOOD " GO AHEAD, " WS-SB-BAD
               " NOT".

      *----PREVIEWS THE GENERATED SHOWINGS AND, ONCE CONFIRMED,----
      *----CREATES EACH ACCEPTED ONE WITH ITS SEEDED SEAT LAYOUT----
       SB-PREVIEW-CREATE.
           PERFORM SB-PREVIEW
           IF WS-SB-GOOD EQUAL 0
               DISPLAY "NOTHING TO CREATE."
           ELSE
               DISPLAY "CREATE THE " WS-SB-GOOD
                   " SHOWTIMES ABOVE? (Y/N):"
               ACCEPT WS-SB-CONFIRM
               IF FUNCTION UPPER-CASE(WS-SB-CONFIRM) NOT EQUAL 'Y'
                   DISPLAY "NOTHING CREATED."
               ELSE
                   MOVE 0 TO WS-SB-DONE-COUNT
                   PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                       UNTIL WS-SB-IDX GREATER WS-SB-COUNT
                       IF WS-SB-C-OK(WS-SB-IDX) EQUAL 'Y'
                           PERFORM SB-CREATE-SHOW
                       END-IF
                   END-PERFORM
                   DISPLAY "SHOWTIMES CREATED: " WS-SB-DONE-COUNT
                   MOVE FA-ACCID TO WS-AUDIT-ACCID
                   MOVE "SCHEDULE RUN BUILT" TO WS-AUDIT-ACTION
                   MOVE WS-SB-MOVIE TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

      *----CREATES THE SHOWTIME AT WS-SB-IDX AND SEEDS ITS LAYOUT----
       SB-CREATE-SHOW.
           PERFORM GENERATE-SHOW-ID
           MOVE WS-SCODE-VAL TO SHOW-ID
           MOVE WS-SB-MOVIE TO SHOW-MOVIECODE
           MOVE WS-SB-CIN TO SHOW-CIN-NUM
           MOVE WS-SB-C-DATE(WS-SB-IDX) TO SHOW-DATE
           MOVE WS-SB-C-TIME(WS-SB-IDX) TO SHOW-TIME

           OPEN I-O FD-SHOWTIME
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-SHOWTIME
               END-IF
           WRITE SHOW-RECORD
           CLOSE FD-SHOWTIME

           MOVE SHOW-ID TO WS-SB-C-SHOWID(WS-SB-IDX)
           MOVE SHOW-ID TO WS-LC-SHOW-ID
           MOVE WS-SB-CIN TO WS-CFG-CINNUM
           PERFORM SEED-SHOWTIME-LAYOUT
           ADD 1 TO WS-SB-DONE-COUNT
           DISPLAY "  " WS-SB-C-DATE(WS-SB-IDX) " "
               WS-SB-C-TIME(WS-SB-IDX) " SHOW ID " SHOW-ID.

      *----ADMIN MAINTENANCE OF THE TICKET PRICE TABLE: ONE ROW PER----
      *----MOVIE, SLOT AND TICKET TYPE; A COMBINATION WITH NO ROW----
      *----FALLS BACK TO THE MOVIE'S BASE PRICE----
       PRICE-TABLE-ADMIN.
           DISPLAY " "
           DISPLAY "**********************"
           DISPLAY " TICKET PRICE TABLE"
           DISPLAY "**********************"
           DISPLAY "1 - SET A PRICE ROW"
           DISPLAY "2 - VIEW PRICE ROWS FOR A MOVIE"
           DISPLAY "0 - BACK"
           ACCEPT WS-PRC-CHOICE

           IF WS-PRC-CHOICE = 1 THEN
               GO TO PRICE-TABLE-SET
           ELSE IF WS-PRC-CHOICE = 2 THEN
               GO TO PRICE-TABLE-VIEW
           ELSE IF WS-PRC-CHOICE = 0 THEN
               GO TO ADMIN-MENU
           ELSE
               DISPLAY "ERROR! INVALID OPTION!"
               GO TO PRICE-TABLE-ADMIN
           END-IF.

      *----WRITES (OR REWRITES) ONE PRICE TABLE ROW----
       PRICE-TABLE-SET.
           DISPLAY "ENTER MOVIE CODE:"
           ACCEPT WS-PRC-IN-MOVIE
           DISPLAY "ENTER SLOT - M MATINEE / W WEEKDAY EVENING / E"
           " WEEKEND EVENING:"
           ACCEPT WS-PRC-IN-SLOT
           MOVE FUNCTION UPPER-CASE(WS-PRC-IN-SLOT) TO WS-PRC-IN-SLOT
           IF WS-PRC-IN-SLOT NOT EQUAL 'M' AND
               WS-PRC-IN-SLOT NOT EQUAL 'W' AND
               WS-PRC-IN-SLOT NOT EQUAL 'E'
               DISPLAY "ERROR! INVALID SLOT!"
               GO TO PRICE-TABLE-ADMIN
           END-IF
           DISPLAY "ENTER TICKET TYPE - R REGULAR / S SENIOR / T"
           " STUDENT / C CHILD:"
           ACCEPT WS-PRC-IN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-PRC-IN-TYPE) TO WS-PRC-IN-TYPE
           IF WS-PRC-IN-TYPE NOT EQUAL 'R' AND
               WS-PRC-IN-TYPE NOT EQUAL 'S' AND
               WS-PRC-IN-TYPE NOT EQUAL 'T' AND
               WS-PRC-IN-TYPE NOT EQUAL 'C'
               DISPLAY "ERROR! INVALID TICKET TYPE!"
               GO TO PRICE-TABLE-ADMIN
           END-IF
           DISPLAY "ENTER PRICE (E.G. 00250.00):"
           ACCEPT WS-PRC-IN-AMOUNT

           MOVE WS-PRC-IN-MOVIE TO FM-MOVIECODE
           MOVE 'N' TO WS-PRC-FOUND
           OPEN INPUT FD-MOVIES
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-MOVIES INTO WS-MOVIES
                   KEY IS FM-MOVIECODE
           DISPLAY " CONCESSION ITEMS"
           DISPLAY "********************"
           DISPLAY "1 - ADD AN ITEM"
           DISPLAY "2 - UPDATE PRICE/COST/REORDER POINT"
           DISPLAY "3 - VIEW ITEM LIST"
           DISPLAY "4 - POST A DELIVERY"
           DISPLAY "5 - WRITE OFF WASTAGE"
           DISPLAY "6 - POST A STOCK COUNT"
           DISPLAY "7 - REORDER REPORT"
           DISPLAY "8 - MONTHLY SHRINKAGE/VARIANCE REPORT"
           DISPLAY "0 - BACK"
           ACCEPT WS-ITEM-CHOICE

               GO TO ITEM-UPDATE
           ELSE IF WS-ITEM-CHOICE = 3 THEN
               GO TO ITEM-VIEW
           ELSE IF WS-ITEM-CHOICE = 4 THEN
               GO TO ITEM-RECEIVE
           ELSE IF WS-ITEM-CHOICE = 5 THEN
               GO TO ITEM-WASTE
           ELSE IF WS-ITEM-CHOICE = 6 THEN
               GO TO ITEM-COUNT
           ELSE IF WS-ITEM-CHOICE = 7 THEN
               GO TO ITEM-REORDER-REPORT
           ELSE IF WS-ITEM-CHOICE = 8 THEN
               GO TO ITEM-SHRINK-REPORT
           ELSE IF WS-ITEM-CHOICE = 0 THEN
               GO TO ADMIN-MENU
           ELSE
           ACCEPT ITEM-PRICE
           DISPLAY "ENTER OPENING STOCK COUNT:"
           ACCEPT ITEM-STOCK
           DISPLAY "ENTER UNIT COST (E.G. 00045.00):"
           ACCEPT ITEM-UNIT-COST
           DISPLAY "ENTER REORDER POINT:"
           ACCEPT ITEM-REORDER-POINT

           OPEN I-O FD-ITEMS
               IF WS-FILESTATUS = 35 THEN
                   MOVE "ITEM ADDED" TO WS-AUDIT-ACTION
                   MOVE ITEM-CODE TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-LOG
      *----THE OPENING STOCK GOES ON THE LEDGER AS ITS FIRST RECEIPT----
                   IF ITEM-STOCK GREATER 0
                       MOVE ITEM-CODE TO WS-SMV-W-ITEM
                       MOVE "RECEIPT" TO WS-SMV-W-TYPE
                       MOVE ITEM-STOCK TO WS-SMV-W-QTY
                       MOVE ITEM-UNIT-COST TO WS-SMV-W-COST
                       MOVE ITEM-STOCK TO WS-SMV-W-AFTER
                       MOVE 'A' TO WS-SMV-W-BY-TYPE
                       MOVE FA-ACCID TO WS-SMV-W-BY-ID
                       MOVE "OPENING STOCK" TO WS-SMV-W-REF
                       PERFORM STOCK-WRITE-MOVE
                   END-IF
           END-WRITE
           CLOSE FD-ITEMS
           GO TO ITEM-ADMIN.
                       DISPLAY "ITEM        : " FUNCTION
                           UPPER-CASE(ITEM-DESC)
                       DISPLAY "PRICE NOW   : " ITEM-PRICE
                       DISPLAY "UNIT COST   : " ITEM-UNIT-COST
                       DISPLAY "REORDER AT  : " ITEM-REORDER-POINT
                       DISPLAY "STOCK NOW   : " ITEM-STOCK
                       DISPLAY "(STOCK CHANGES ONLY THROUGH DELIVERIES,"
                       " WRITE-OFFS AND COUNTS)"
                       DISPLAY "ENTER NEW PRICE (E.G. 00150.00):"
                       ACCEPT ITEM-PRICE
                       DISPLAY "ENTER NEW UNIT COST (E.G. 00045.00):"
                       ACCEPT ITEM-UNIT-COST
                       DISPLAY "ENTER NEW REORDER POINT:"
                       ACCEPT ITEM-REORDER-POINT
                       REWRITE ITEM-RECORD
                       DISPLAY "ITEM UPDATED!"
                       MOVE FA-ACCID TO WS-AUDIT-ACCID
           PERFORM ITEM-LIST-AVAILABLE
           GO TO ITEM-ADMIN.

      *----GOODS RECEIVED: EACH LINE OF THE DELIVERY ADDS TO STOCK----
      *----AND GOES ON THE LEDGER UNDER THE DELIVERY REFERENCE----
       ITEM-RECEIVE.
           DISPLAY " "
           DISPLAY "********************"
           DISPLAY " POST A DELIVERY"
           DISPLAY "********************"
           DISPLAY "DELIVERY NOTE / SUPPLIER REFERENCE:"
           ACCEPT WS-SMV-W-REF
           MOVE 'R' TO WS-INV-MODE
           PERFORM ITEM-POST-LINES
           GO TO ITEM-ADMIN.

      *----WASTAGE: SPOILED, EXPIRED OR DAMAGED STOCK WRITTEN OFF----
      *----AT ITS UNIT COST----
       ITEM-WASTE.
           DISPLAY " "
           DISPLAY "********************"
           DISPLAY " WRITE OFF WASTAGE"
           DISPLAY "********************"
           MOVE 'W' TO WS-INV-MODE
           PERFORM ITEM-POST-LINES
           GO TO ITEM-ADMIN.

      *----PHYSICAL COUNT (E.G. MONTH-END): THE SHELF COUNT REPLACES----
      *----THE BOOK STOCK AND THE DIFFERENCE GOES ON THE LEDGER AS A----
      *----COUNT ADJUSTMENT, EVEN WHEN IT IS ZERO, SO THE LEDGER----
      *----SHOWS THE ITEM WAS COUNTED----
       ITEM-COUNT.
           DISPLAY " "
           DISPLAY "**********************"
           DISPLAY " POST A STOCK COUNT"
           DISPLAY "**********************"
           DISPLAY "COUNT REFERENCE (E.G. 2026-09 MONTH-END):"
           ACCEPT WS-SMV-W-REF
           MOVE 'C' TO WS-INV-MODE
           PERFORM ITEM-POST-LINES
           GO TO ITEM-ADMIN.

      *----TAKES ITEM CODES UNTIL 0 AND POSTS ONE LEDGER LINE FOR----
      *----EACH, OF THE KIND IN WS-INV-MODE (R, W OR C)----
       ITEM-POST-LINES.
           MOVE 'Y' TO WS-INV-MORE
           PERFORM UNTIL WS-INV-MORE NOT EQUAL 'Y'
               DISPLAY " "
               DISPLAY "ENTER ITEM CODE (0 TO STOP):"
               ACCEPT WS-ITEM-IN-CODE
               IF WS-ITEM-IN-CODE EQUAL 0
                   MOVE 'N' TO WS-INV-MORE
               ELSE
                   PERFORM ITEM-POST-LINE
               END-IF
           END-PERFORM.

       ITEM-POST-LINE.
           MOVE WS-ITEM-IN-CODE TO ITEM-CODE
           OPEN I-O FD-ITEMS
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-ITEMS
                   KEY IS ITEM-CODE
                   INVALID KEY
                       DISPLAY "NO ITEM WITH THAT CODE!"
                   NOT INVALID KEY
                       DISPLAY "ITEM        : " FUNCTION
                           UPPER-CASE(ITEM-DESC)
                       DISPLAY "STOCK NOW   : " ITEM-STOCK
                       IF WS-INV-MODE EQUAL 'R'
                           PERFORM ITEM-RECEIVE-LINE
                       ELSE IF WS-INV-MODE EQUAL 'W'
                           PERFORM ITEM-WASTE-LINE
                       ELSE
                           PERFORM ITEM-COUNT-LINE
                       END-IF
               END-READ
           ELSE
               DISPLAY "NO ITEMS ON FILE!"
           END-IF
           CLOSE FD-ITEMS.

      *----THE ITEM'S UNIT COST BECOMES THE AVERAGE OF THE STOCK----
      *----ALREADY ON HAND AND THE NEW DELIVERY----
       ITEM-RECEIVE-LINE.
           DISPLAY "QUANTITY RECEIVED:"
           ACCEPT WS-INV-QTY
           DISPLAY "UNIT COST (E.G. 00045.00, NOW " ITEM-UNIT-COST
               "):"
           ACCEPT WS-INV-COST
           IF WS-INV-QTY EQUAL 0
               DISPLAY "ERROR! INVALID QUANTITY!"
           ELSE IF WS-INV-QTY GREATER 99999 - ITEM-STOCK
               DISPLAY "ERROR! STOCK WOULD EXCEED 99999!"
           ELSE
               COMPUTE WS-INV-VALUE = ITEM-STOCK * ITEM-UNIT-COST
                   + WS-INV-QTY * WS-INV-COST
               ADD WS-INV-QTY TO ITEM-STOCK
               COMPUTE ITEM-UNIT-COST ROUNDED =
                   WS-INV-VALUE / ITEM-STOCK
               REWRITE ITEM-RECORD
               MOVE ITEM-CODE TO WS-SMV-W-ITEM
               MOVE "RECEIPT" TO WS-SMV-W-TYPE
               MOVE WS-INV-QTY TO WS-SMV-W-QTY
               MOVE WS-INV-COST TO WS-SMV-W-COST
               MOVE ITEM-STOCK TO WS-SMV-W-AFTER
               MOVE 'A' TO WS-SMV-W-BY-TYPE
               MOVE FA-ACCID TO WS-SMV-W-BY-ID
               PERFORM STOCK-WRITE-MOVE
               DISPLAY "RECEIVED - STOCK NOW " ITEM-STOCK
                   ", UNIT COST " ITEM-UNIT-COST
               MOVE FA-ACCID TO WS-AUDIT-ACCID
               MOVE "STOCK RECEIVED" TO WS-AUDIT-ACTION
               MOVE ITEM-CODE TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       ITEM-WASTE-LINE.
           DISPLAY "QUANTITY TO WRITE OFF:"
           ACCEPT WS-INV-QTY
           IF WS-INV-QTY EQUAL 0
               DISPLAY "ERROR! INVALID QUANTITY!"
           ELSE IF WS-INV-QTY GREATER ITEM-STOCK
               DISPLAY "ONLY " ITEM-STOCK " IN STOCK - NOTHING "
               "WRITTEN OFF!"
           ELSE
               DISPLAY "REASON (E.G. EXPIRED, DAMAGED):"
               ACCEPT WS-SMV-W-REF
               SUBTRACT WS-INV-QTY FROM ITEM-STOCK
               REWRITE ITEM-RECORD
               MOVE ITEM-CODE TO WS-SMV-W-ITEM
               MOVE "WASTE" TO WS-SMV-W-TYPE
               COMPUTE WS-SMV-W-QTY = 0 - WS-INV-QTY
               MOVE ITEM-UNIT-COST TO WS-SMV-W-COST
               MOVE ITEM-STOCK TO WS-SMV-W-AFTER
               MOVE 'A' TO WS-SMV-W-BY-TYPE
               MOVE FA-ACCID TO WS-SMV-W-BY-ID
               PERFORM STOCK-WRITE-MOVE
               DISPLAY "WRITTEN OFF - STOCK NOW " ITEM-STOCK
               MOVE FA-ACCID TO WS-AUDIT-ACCID
               MOVE "STOCK WRITTEN OFF" TO WS-AUDIT-ACTION
               MOVE ITEM-CODE TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       ITEM-COUNT-LINE.
           DISPLAY "COUNTED QUANTITY ON THE SHELF:"
           ACCEPT WS-INV-QTY
           COMPUTE WS-INV-DIFF = WS-INV-QTY - ITEM-STOCK
           MOVE WS-INV-QTY TO ITEM-STOCK
           REWRITE ITEM-RECORD
           MOVE ITEM-CODE TO WS-SMV-W-ITEM
           MOVE "COUNT" TO WS-SMV-W-TYPE
           MOVE WS-INV-DIFF TO WS-SMV-W-QTY
           MOVE ITEM-UNIT-COST TO WS-SMV-W-COST
           MOVE ITEM-STOCK TO WS-SMV-W-AFTER
           MOVE 'A' TO WS-SMV-W-BY-TYPE
           MOVE FA-ACCID TO WS-SMV-W-BY-ID
           PERFORM STOCK-WRITE-MOVE
           IF WS-INV-DIFF EQUAL 0
               DISPLAY "COUNT AGREES WITH THE BOOK STOCK."
           ELSE
               DISPLAY "VARIANCE " WS-INV-DIFF " - STOCK NOW "
                   ITEM-STOCK
           END-IF
           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "STOCK COUNTED" TO WS-AUDIT-ACTION
           MOVE ITEM-CODE TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG.

      *----APPENDS ONE STOCK LEDGER ROW; CALLER SETS THE----
      *----WS-SMV-W-* FIELDS FIRST----
       STOCK-WRITE-MOVE.
           MOVE 0 TO WS-SMV-COUNTER
           MOVE 'N' TO WS-SMV-EOF
           OPEN INPUT FD-STOCKMOVE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-SMV-EOF EQUAL 'Y'
                   READ FD-STOCKMOVE NEXT RECORD INTO WS-SMVREC
                       AT END MOVE 'Y' TO WS-SMV-EOF
                       NOT AT END
                       IF WS-SMV-ID GREATER WS-SMV-COUNTER
                           MOVE WS-SMV-ID TO WS-SMV-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-STOCKMOVE
           MOVE 'N' TO WS-SMV-EOF
           ADD 1 TO WS-SMV-COUNTER

           PERFORM CONVERT-TIME-PARA
           MOVE WS-SMV-COUNTER TO SMV-ID
           MOVE WS-SMV-W-ITEM TO SMV-ITEM-CODE
           MOVE WS-SMV-W-TYPE TO SMV-TYPE
           MOVE WS-SMV-W-QTY TO SMV-QTY
           MOVE WS-SMV-W-COST TO SMV-UNIT-COST
           MOVE WS-SMV-W-AFTER TO SMV-STOCK-AFTER
           MOVE DATER TO SMV-DATE
           MOVE WS-SMV-W-BY-TYPE TO SMV-BY-TYPE
           MOVE WS-SMV-W-BY-ID TO SMV-BY-ID
           MOVE WS-SMV-W-REF TO SMV-REF

           OPEN I-O FD-STOCKMOVE
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-STOCKMOVE
                   CLOSE FD-STOCKMOVE
                   OPEN I-O FD-STOCKMOVE
               END-IF
           WRITE SMV-RECORD
           CLOSE FD-STOCKMOVE.

      *----ITEMS AT OR BELOW THEIR REORDER POINT. THE SUGGESTED----
      *----ORDER BRINGS STOCK BACK UP TO TWICE THE REORDER POINT----
       ITEM-REORDER-REPORT.
           DISPLAY " "
           DISPLAY "**************************"
           DISPLAY " CONCESSION REORDER REPORT"
           DISPLAY "**************************"
           MOVE 0 TO WS-INV-LISTED
           MOVE 'N' TO WS-ITEM-EOF
           OPEN INPUT FD-ITEMS
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-ITEM-EOF EQUAL 'Y'
                   READ FD-ITEMS NEXT RECORD INTO WS-ITEMREC
                       AT END MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END
                       IF WS-ITEM-STOCK NOT GREATER
                           WS-ITEM-REORDER-POINT
                           ADD 1 TO WS-INV-LISTED
                           COMPUTE WS-INV-SUGGEST =
                               WS-ITEM-REORDER-POINT * 2
                               - WS-ITEM-STOCK
                           DISPLAY "  " WS-ITEM-CODE " " FUNCTION
                               UPPER-CASE(WS-ITEM-DESC)
                           DISPLAY "    ON HAND " WS-ITEM-STOCK
                               " REORDER AT " WS-ITEM-REORDER-POINT
                               " SUGGESTED ORDER " WS-INV-SUGGEST
                               " UNIT COST " WS-ITEM-UNIT-COST
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ITEMS
           MOVE 'N' TO WS-ITEM-EOF
           IF WS-INV-LISTED EQUAL 0
               DISPLAY "  NO ITEMS AT OR BELOW THEIR REORDER POINT."
           END-IF
           GO TO ITEM-ADMIN.

      *----MONTHLY SHRINKAGE/VARIANCE BY ITEM FOR THE OPERATIONS----
      *----MANAGER. THE MONTH-END STOCK IS TODAY'S STOCK WITH LATER----
      *----MOVEMENTS BACKED OUT, AND THE OPENING STOCK IS THAT WITH----
      *----THE MONTH'S OWN MOVEMENTS BACKED OUT. SHRINKAGE IS THE----
      *----WASTAGE PLUS ANY COUNT SHORTFALL (A COUNT GAIN OFFSETS----
      *----IT), VALUED AT THE COST ON EACH LEDGER ROW----
       ITEM-SHRINK-REPORT.
           DISPLAY " "
           DISPLAY "*****************************************"
           DISPLAY " CONCESSION SHRINKAGE / VARIANCE REPORT"
           DISPLAY "*****************************************"
           DISPLAY "MONTH (E.G. 2026-09):"
           ACCEPT WS-INV-MONTH
      *----LEDGER DATES ARE STORED FROM DATER, WHICH IS SLASHED----
           INSPECT WS-INV-MONTH REPLACING ALL '-' BY '/'
           MOVE 0 TO WS-INV-TOTAL-SHRINK
           MOVE 'N' TO WS-ITEM-EOF
           OPEN INPUT FD-ITEMS
           IF WS-FILESTATUS NOT EQUAL 35
               OPEN INPUT FD-STOCKMOVE
               PERFORM UNTIL WS-ITEM-EOF EQUAL 'Y'
                   READ FD-ITEMS NEXT RECORD INTO WS-ITEMREC
                       AT END MOVE 'Y' TO WS-ITEM-EOF
                       NOT AT END
                       PERFORM ITEM-SHRINK-ITEM
                   END-READ
               END-PERFORM
               CLOSE FD-STOCKMOVE
           ELSE
               DISPLAY "  NO ITEMS ON FILE."
           END-IF
           CLOSE FD-ITEMS
           MOVE 'N' TO WS-ITEM-EOF
           DISPLAY " "
           DISPLAY "TOTAL SHRINKAGE VALUE FOR " WS-INV-MONTH " : "
               WS-INV-TOTAL-SHRINK
           GO TO ITEM-ADMIN.

      *----WALKS ONE ITEM'S LEDGER ROWS AND PRINTS ITS LINE----
       ITEM-SHRINK-ITEM.
           MOVE 0 TO WS-INV-RECEIVED
           MOVE 0 TO WS-INV-SOLD
           MOVE 0 TO WS-INV-WASTED
           MOVE 0 TO WS-INV-COUNT-ADJ
           MOVE 0 TO WS-INV-SHRINK-VAL
           MOVE WS-ITEM-STOCK TO WS-INV-CLOSING
           MOVE 'N' TO WS-SMV-EOF
           MOVE WS-ITEM-CODE TO SMV-ITEM-CODE
           START FD-STOCKMOVE KEY IS EQUAL TO SMV-ITEM-CODE
               INVALID KEY MOVE 'Y' TO WS-SMV-EOF
           END-START
           PERFORM UNTIL WS-SMV-EOF EQUAL 'Y'
               READ FD-STOCKMOVE NEXT RECORD INTO WS-SMVREC
                   AT END MOVE 'Y' TO WS-SMV-EOF
                   NOT AT END
                   IF WS-SMV-ITEM-CODE NOT EQUAL WS-ITEM-CODE
                       MOVE 'Y' TO WS-SMV-EOF
                   ELSE IF WS-SMV-DATE(1:7) GREATER WS-INV-MONTH
                       SUBTRACT WS-SMV-QTY FROM WS-INV-CLOSING
                   ELSE IF WS-SMV-DATE(1:7) EQUAL WS-INV-MONTH
                       PERFORM ITEM-SHRINK-ROW
                   END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-SMV-EOF

           COMPUTE WS-INV-OPENING = WS-INV-CLOSING - WS-INV-RECEIVED
               + WS-INV-SOLD + WS-INV-WASTED - WS-INV-COUNT-ADJ
           COMPUTE WS-INV-SHRINK-QTY = WS-INV-WASTED - WS-INV-COUNT-ADJ
           ADD WS-INV-SHRINK-VAL TO WS-INV-TOTAL-SHRINK
           DISPLAY "  " WS-ITEM-CODE " " FUNCTION
               UPPER-CASE(WS-ITEM-DESC)
           DISPLAY "    OPENING " WS-INV-OPENING
               " RECEIVED " WS-INV-RECEIVED
               " SOLD " WS-INV-SOLD
               " WASTED " WS-INV-WASTED
           DISPLAY "    COUNT VARIANCE " WS-INV-COUNT-ADJ
               " CLOSING " WS-INV-CLOSING
           DISPLAY "    SHRINKAGE QTY " WS-INV-SHRINK-QTY
               " VALUE " WS-INV-SHRINK-VAL.

      *----ROLLS ONE OF THE MONTH'S LEDGER ROWS INTO THE ITEM LINE----
       ITEM-SHRINK-ROW.
           IF WS-SMV-TYPE EQUAL "RECEIPT"
               ADD WS-SMV-QTY TO WS-INV-RECEIVED
           ELSE IF WS-SMV-TYPE EQUAL "SALE"
               SUBTRACT WS-SMV-QTY FROM WS-INV-SOLD
           ELSE IF WS-SMV-TYPE EQUAL "WASTE"
               SUBTRACT WS-SMV-QTY FROM WS-INV-WASTED
               COMPUTE WS-INV-ROW-VAL =
                   0 - WS-SMV-QTY * WS-SMV-UNIT-COST
               ADD WS-INV-ROW-VAL TO WS-INV-SHRINK-VAL
           ELSE
               ADD WS-SMV-QTY TO WS-INV-COUNT-ADJ
               COMPUTE WS-INV-ROW-VAL =
                   0 - WS-SMV-QTY * WS-SMV-UNIT-COST
               ADD WS-INV-ROW-VAL TO WS-INV-SHRINK-VAL
           END-IF.

      *----ADDS A NEW CINEMA SCREEN----
       NEW-CINEMA.
           MOVE 0 TO WS-CIN-COUNTER
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-CINEMA
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FD-CINEMA NEXT RECORD INTO WS-CINEMA-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   ADD 1 TO WS-CIN-COUNTER
               END-READ
           END-PERFORM
           CLOSE FD-CINEMA
           MOVE 'N' TO WS-EOF

           IF WS-CIN-COUNTER NOT LESS THAN 9
               DISPLAY " "
               DISPLAY "ERROR! MAXIMUM OF 9 CINEMAS ALREADY ON FILE - "
               "CINEMA NOT ADDED."
               GO TO ADMIN-MENU
           END-IF

           ADD 1 TO WS-CIN-COUNTER
           DISPLAY "CINEMA SUCCESSFULLY ADDED!"
           GO TO ADMIN-MENU.

      *----MAINTAINS ONE CINEMA'S SEAT MAP: SEATS CAN BE MARKED----
      *----BLOCKED, HOUSE OR WHEELCHAIR, OR PUT BACK TO OPEN. NEW----
      *----SHOWTIMES PICK THE MARKS UP WHEN THEIR LAYOUT IS SEEDED,----
      *----AND THEY CAN ALSO BE PUT ON SHOWTIMES ALREADY SCHEDULED----
       SEATMAP-ADMIN.
           DISPLAY " "
           DISPLAY "*****************"
           DISPLAY " CINEMA SEAT MAP"
           DISPLAY "*****************"
           DISPLAY "CINEMA NUMBER (0 TO GO BACK):"
           ACCEPT WS-CFG-CINNUM
           IF WS-CFG-CINNUM EQUAL 0
               GO TO ADMIN-MENU
           END-IF
           MOVE 'N' TO WS-SMP-CIN-OK
           MOVE WS-CFG-CINNUM TO CIN-NUM
           OPEN INPUT FD-CINEMA
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-CINEMA INTO WS-CINEMA-REC
                   KEY IS CIN-NUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-SMP-CIN-OK
               END-READ
           END-IF
           CLOSE FD-CINEMA
           IF WS-SMP-CIN-OK NOT EQUAL 'Y'
               DISPLAY "NO CINEMA FOUND!"
               GO TO SEATMAP-ADMIN
           END-IF

           PERFORM LOOKUP-CINEMA-SIZE
           PERFORM SEATMAP-SHOW
           MOVE 0 TO WS-SMP-CHANGED
           MOVE 'N' TO WS-SMP-DONE
           PERFORM UNTIL WS-SMP-DONE EQUAL 'Y'
               DISPLAY "SEAT TO MARK (E.G. 1C, BLANK TO FINISH):"
               MOVE SPACES TO WS-SMP-IN-SEAT
               ACCEPT WS-SMP-IN-SEAT
               IF WS-SMP-IN-SEAT EQUAL SPACES
                   MOVE 'Y' TO WS-SMP-DONE
               ELSE
                   PERFORM SEATMAP-SET-SEAT
               END-IF
           END-PERFORM

           IF WS-SMP-CHANGED EQUAL 0
               DISPLAY "SEAT MAP NOT CHANGED."
               GO TO ADMIN-MENU
           END-IF
           PERFORM SEATMAP-SHOW
           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "SEAT MAP CHANGED" TO WS-AUDIT-ACTION
           MOVE WS-CFG-CINNUM TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "APPLY THE MAP TO SHOWTIMES ALREADY SCHEDULED IN"
           " THIS CINEMA FROM TODAY ON? (Y/N):"
           ACCEPT WS-SMP-APPLY
           IF FUNCTION UPPER-CASE(WS-SMP-APPLY) EQUAL 'Y'
               PERFORM SEATMAP-APPLY-SHOWS
           END-IF
           GO TO ADMIN-MENU.

      *----SHOWS THE SEAT MAP OF THE CINEMA IN WS-CFG-CINNUM----
       SEATMAP-SHOW.
           DISPLAY " "
           DISPLAY "SEAT MAP FOR CINEMA " WS-CFG-CINNUM
           COMPUTE WS-LAYOUT-HDR-LEN = 2 + WS-CFG-COLS * 2
           DISPLAY WS-LAYOUT-HEADER(1:WS-LAYOUT-HDR-LEN)
           PERFORM VARYING WS-SEAT-ROW FROM 1 BY 1
               UNTIL WS-SEAT-ROW GREATER WS-CFG-ROWS
               MOVE WS-CFG-CINNUM TO WS-SMP-CINNUM
               MOVE WS-SEAT-ROW TO WS-SMP-ROW
               PERFORM SEATMAP-LOOKUP
               MOVE WS-SEAT-ROW TO WS-SEAT-KEY
               MOVE WS-SMP-ROWCELLS TO WS-COL-CELLS
               PERFORM BUILD-LAYOUT-LINE
               DISPLAY WS-LAYOUT-LINE(1:WS-LAYOUT-HDR-LEN)
           END-PERFORM
           DISPLAY "* OPEN  W WHEELCHAIR  H HOUSE  B BLOCKED".

      *----MARKS THE ONE SEAT IN WS-SMP-IN-SEAT ON THE SEAT MAP----
       SEATMAP-SET-SEAT.
           IF WS-SMP-IN-SEAT(1:1) IS NUMERIC
               MOVE WS-SMP-IN-SEAT(1:1) TO WS-SEAT-ROW-NUM
           ELSE
               MOVE 0 TO WS-SEAT-ROW-NUM
           END-IF
           MOVE WS-SMP-IN-SEAT(2:1) TO WS-SEAT-LETTER
           PERFORM LETTER-TO-COL
           IF WS-SEAT-ROW-NUM EQUAL 0 OR
               WS-SEAT-ROW-NUM GREATER WS-CFG-ROWS OR
               WS-SEAT-COL-IDX EQUAL 0 OR
               WS-SEAT-COL-IDX GREATER WS-CFG-COLS
               DISPLAY "ERROR! INVALID SEAT FOR THIS CINEMA!"
           ELSE
               MOVE SPACE TO WS-SMP-IN-MARK
               PERFORM UNTIL WS-SMP-IN-MARK EQUAL 'B' OR
                   WS-SMP-IN-MARK EQUAL 'H' OR
                   WS-SMP-IN-MARK EQUAL 'W' OR
                   WS-SMP-IN-MARK EQUAL 'O'
                   DISPLAY "MARK - B BLOCKED / H HOUSE SEAT / "
                   "W WHEELCHAIR / O OPEN:"
                   ACCEPT WS-SMP-IN-MARK
                   MOVE FUNCTION UPPER-CASE(WS-SMP-IN-MARK) TO
                       WS-SMP-IN-MARK
               END-PERFORM
               IF WS-SMP-IN-MARK EQUAL 'O'
                   MOVE '*' TO WS-SMP-IN-MARK
               END-IF
               MOVE WS-CFG-CINNUM TO WS-SMP-CINNUM
               MOVE WS-SEAT-ROW-NUM TO WS-SMP-ROW
               PERFORM SEATMAP-LOOKUP
               MOVE WS-SMP-IN-MARK TO WS-SMP-CELL(WS-SEAT-COL-IDX)
               MOVE WS-SMP-CINNUM TO SMP-CIN-NUM
               MOVE WS-SMP-ROW TO SMP-ROW
               MOVE WS-SMP-ROWCELLS TO SMP-CELLS
               OPEN I-O FD-SEATMAP
                   IF WS-FILESTATUS = 35 THEN
                       OPEN OUTPUT FD-SEATMAP
                       CLOSE FD-SEATMAP
                       OPEN I-O FD-SEATMAP
                   END-IF
               WRITE SMP-RECORD
                   INVALID KEY
                       REWRITE SMP-RECORD
               END-WRITE
               CLOSE FD-SEATMAP
               ADD 1 TO WS-SMP-CHANGED
               DISPLAY "SEAT " WS-SEAT-ROW-NUM
                   WS-COL-LETTER(WS-SEAT-COL-IDX) " MARKED "
                   WS-SMP-IN-MARK
           END-IF.

      *----PUTS THE SEAT MAP ON EVERY SHOWTIME IN THE CINEMA FROM----
      *----TODAY ON. A SOLD SEAT IS LEFT SOLD; IF THE MAP NOW MARKS----
      *----IT, IT IS COUNTED SO THE BOOKING CAN BE MOVED BY HAND----
       SEATMAP-APPLY-SHOWS.
           PERFORM CONVERT-TIME-PARA
           MOVE DATER TO WS-SMP-TODAY
           INSPECT WS-SMP-TODAY REPLACING ALL '/' BY '-'
           MOVE 0 TO WS-SMP-SHOWS
           MOVE 0 TO WS-SMP-SOLD-KEPT
           MOVE 'N' TO WS-SMP-EOF
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-SMP-EOF EQUAL 'Y'
                   READ FD-SHOWTIME NEXT RECORD INTO WS-SHOWTIME-REC
                       AT END MOVE 'Y' TO WS-SMP-EOF
                       NOT AT END
                       IF WS-SHOW-CIN-NUM EQUAL WS-CFG-CINNUM AND
                           WS-SHOW-DATE NOT LESS THAN WS-SMP-TODAY
                           PERFORM SEATMAP-APPLY-SHOW
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-SHOWTIME
           MOVE 'N' TO WS-SMP-EOF
           DISPLAY "SHOWTIMES UPDATED: " WS-SMP-SHOWS
           IF WS-SMP-SOLD-KEPT GREATER 0
               DISPLAY "SOLD SEATS NOW MARKED ON THE MAP (LEFT AS"
               " SOLD): " WS-SMP-SOLD-KEPT
           END-IF.

      *----PUTS THE SEAT MAP ON ONE SHOWTIME'S LAYOUT ROWS----
       SEATMAP-APPLY-SHOW.
           ADD 1 TO WS-SMP-SHOWS
           OPEN I-O FD-LAYOUT
           PERFORM VARYING WS-SEAT-ROW FROM 1 BY 1
               UNTIL WS-SEAT-ROW GREATER WS-CFG-ROWS
               MOVE WS-CFG-CINNUM TO WS-SMP-CINNUM
               MOVE WS-SEAT-ROW TO WS-SMP-ROW
               PERFORM SEATMAP-LOOKUP
               MOVE WS-SHOW-ID TO LO-SHOW-ID
               MOVE WS-SEAT-ROW TO SEAT-KEY
               READ FD-LAYOUT
                   KEY IS LAYOUT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX GREATER WS-CFG-COLS
                       IF COL-CELL(WS-COL-IDX) EQUAL 'X'
                           IF WS-SMP-CELL(WS-COL-IDX) NOT EQUAL '*'
                               ADD 1 TO WS-SMP-SOLD-KEPT
                           END-IF
                       ELSE
                           MOVE WS-SMP-CELL(WS-COL-IDX) TO
                               COL-CELL(WS-COL-IDX)
                       END-IF
                   END-PERFORM
                   REWRITE C-LAYOUT
                       INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                   END-REWRITE
               END-READ
           END-PERFORM
           CLOSE FD-LAYOUT.

      *----RECONCILES 'X' SEATS AGAINST ACTIVE RESERVEDSEAT RECORDS----
       RECONCILE-SEATS.
           DISPLAY " "

           IF WS-RECON-FOUND NOT EQUAL 'Y'
               MOVE WS-RECON-LETTER TO WS-SEATNUMBER
               MOVE WS-CFG-CINNUM TO WS-SMP-CINNUM
               PERFORM PUT-ASTERISK
               REWRITE C-LAYOUT
               ADD 1 TO WS-RECON-FIXED
           MOVE 'N' TO WS-EXPIRE-EOF.

      *----CHECKS ONE RESERVATION'S AGE AND EXPIRES IT IF STALE----
      *----ONLY UNPAID SEATS EXPIRE; GROUP SEATS HELD ON ACCOUNT----
      *----(ONACCT) ARE BILLED BY INVOICE AND ARE ALWAYS KEPT----
       EXPIRE-CHECK-RESERVATION.
           MOVE 'N' TO WS-EXPIRE-STALE
           IF WS-RESERVE-STATUS EQUAL "UNPAID" AND

      *----LOOKS UP THE PHONE NUMBER FOR THE ACCOUNT IN----
      *----WS-NOTIFY-CUST; WS-NOTIFY-FOUND COMES BACK 'N' FOR A----
      *----WALK-IN (ACCOUNT ID ZERO), A MISSING ACCOUNT OR A CLOSED----
      *----ONE WHOSE PHONE NUMBER HAS BEEN ERASED----
       NOTIFY-LOOKUP-PHONE.
           MOVE 'N' TO WS-NOTIFY-FOUND
           MOVE 0 TO WS-NOTIFY-PHONE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                       MOVE C-PHONENUM TO WS-NOTIFY-PHONE
                       IF C-PHONENUM GREATER 0
                           MOVE 'Y' TO WS-NOTIFY-FOUND
                       END-IF
                   END-READ
               END-IF
               CLOSE FD-CUSTOMER
           WRITE AUDIT-RECORD
           CLOSE FD-AUDITLOG.

      *----FINDS THE ROLE FOR THE POST IN WS-ROLE-LOOKUP-POST;----
      *----WS-ROLE-FOUND-IDX COMES BACK ZERO WHEN THE POST HAS NONE----
       ROLE-LOOKUP.
           MOVE 0 TO WS-ROLE-FOUND-IDX
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX GREATER WS-ROLE-COUNT
               IF WS-ROLE-POST(WS-ROLE-IDX) EQUAL WS-ROLE-LOOKUP-POST
                   MOVE WS-ROLE-IDX TO WS-ROLE-FOUND-IDX
               END-IF
           END-PERFORM.

      *----SUPERVISOR OVERRIDE FOR AN ACTION THE SIGNED-IN----
      *----EMPLOYEE'S ROLE CANNOT APPROVE ALONE. A SIGNED-IN----
      *----SUPERVISOR APPROVES THEIR OWN ACTION; ANYONE ELSE NEEDS A----
      *----SUPERVISOR'S ID AND PASSCODE ON THE SPOT. CALLER SETS----
      *----WS-SUP-ACTION AND WS-SUP-KEY FOR THE AUDIT ROW, WHICH IS----
      *----STAMPED WITH THE APPROVER; WS-SUP-OK AND WS-SUP-ACCID----
      *----COME BACK SET. THE EMPLOYEE RECORD AREA IS PUT BACK AFTER----
      *----THE LOOKUP SO THE SIGNED-IN EMPLOYEE IS UNCHANGED----
       SUPERVISOR-APPROVE.
           MOVE 'N' TO WS-SUP-OK
           IF WS-ROLE-APPROVER(WS-EMP-ROLE) EQUAL 'Y'
               MOVE FE-ACCID TO WS-SUP-ACCID
               MOVE 'Y' TO WS-SUP-OK
           ELSE
               DISPLAY "SUPERVISOR APPROVAL REQUIRED."
               DISPLAY "SUPERVISOR ACCOUNT ID (0 TO CANCEL):"
               ACCEPT WS-SUP-ACCID
               IF WS-SUP-ACCID NOT EQUAL 0
                   DISPLAY "SUPERVISOR PASSCODE:"
                   ACCEPT WS-PASS-ACCEPT
                   MOVE WS-PASS-ACCEPT TO WS-HASH-INPUT
                   PERFORM HASH-PASSCODE
                   MOVE FE-ACCOUNT TO WS-SUP-SAVE-ACCOUNT
                   PERFORM SUPERVISOR-CHECK
                   MOVE WS-SUP-SAVE-ACCOUNT TO FE-ACCOUNT
               END-IF
           END-IF

           IF WS-SUP-OK EQUAL 'Y'
               MOVE WS-SUP-ACCID TO WS-AUDIT-ACCID
               MOVE WS-SUP-ACTION TO WS-AUDIT-ACTION
               MOVE WS-SUP-KEY TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-LOG
           ELSE
               MOVE 0 TO WS-SUP-ACCID
               DISPLAY "SUPERVISOR APPROVAL NOT GIVEN."
           END-IF.

      *----READS THE SUPERVISOR NAMED IN WS-SUP-ACCID AND CHECKS----
      *----THE HASHED PASSCODE IN WS-HASH-6. A WRONG PASSCODE COUNTS----
      *----TOWARDS THAT ACCOUNT'S LOCKOUT JUST AS A FAILED LOGIN----
      *----DOES----
       SUPERVISOR-CHECK.
           MOVE WS-SUP-ACCID TO FE-ACCID
           OPEN I-O FD-EMPLOYEES
           IF WS-FILESTATUS IS NOT EQUAL TO 35 THEN
               READ FD-EMPLOYEES
                   KEY IS FE-ACCID
                   INVALID KEY MOVE 0 TO WS-FLAG
                   NOT INVALID KEY MOVE 1 TO WS-FLAG
               END-READ
           ELSE
               MOVE 0 TO WS-FLAG
           END-IF

           IF WS-FLAG = 0 THEN
               DISPLAY "ACCOUNT DOES NOT EXIST!"
           ELSE
               MOVE 'N' TO WS-SUP-ROLE-OK
               MOVE FE-POSITION TO WS-ROLE-LOOKUP-POST
               PERFORM ROLE-LOOKUP
               IF WS-ROLE-FOUND-IDX GREATER 0
                   IF WS-ROLE-APPROVER(WS-ROLE-FOUND-IDX) EQUAL 'Y'
                       MOVE 'Y' TO WS-SUP-ROLE-OK
                   END-IF
               END-IF

               IF FE-LOCKED EQUAL 'Y' THEN
                   DISPLAY "THAT EMPLOYEE ACCOUNT IS LOCKED!"
               ELSE IF FE-PASSCODE NOT EQUAL WS-HASH-6 THEN
                   ADD 1 TO FE-FAILED-COUNT
                   IF FE-FAILED-COUNT NOT LESS THAN
                       WS-MAX-LOGIN-FAILS
                       MOVE 'Y' TO FE-LOCKED
                       DISPLAY "TOO MANY FAILED ATTEMPTS - THAT"
                       " EMPLOYEE ACCOUNT IS NOW LOCKED!"
                   ELSE
                       DISPLAY "ACCOUNT ID AND PASSCODE DOES NOT "
                       "MATCH!"
                   END-IF
                   REWRITE FE-ACCOUNT
               ELSE IF WS-SUP-ROLE-OK NOT EQUAL 'Y' THEN
                   DISPLAY "THAT EMPLOYEE IS NOT A SUPERVISOR!"
               ELSE
                   IF FE-FAILED-COUNT GREATER 0
                       MOVE 0 TO FE-FAILED-COUNT
                       REWRITE FE-ACCOUNT
                   END-IF
                   MOVE 'Y' TO WS-SUP-OK
               END-IF
           END-IF
           CLOSE FD-EMPLOYEES.

      *----ARCHIVES PAID RESERVATIONS FOR SHOWINGS ALREADY PAST----
       ARCHIVE-PAST-RESERVATIONS.
           DISPLAY " "
      *----CHECKS ONE RESERVATION'S SHOWING DATE AND ARCHIVES IT----
      *----OFF TO FD-RESERVEHIST IF THE SHOWING HAS ALREADY PASSED----
       ARCHIVE-CHECK-RESERVATION.
           IF WS-RESERVE-STATUS EQUAL "PAID" OR
               WS-RESERVE-STATUS EQUAL "ONACCT"
               MOVE 'N' TO WS-ARCHIVE-FOUND-SHOW
               MOVE WS-RESERVE-SHOW-ID TO SHOW-ID
               OPEN INPUT FD-SHOWTIME
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-RESERVE-SHOW-ID EQUAL WS-LC-SHOW-ID
                           IF WS-RESERVE-STATUS EQUAL "PAID" OR
                               WS-RESERVE-STATUS EQUAL "ONACCT"
                               PERFORM ARCHIVE-CASCADED-RESERVATION
                           END-IF
                           DELETE FD-RESERVEDSEAT RECORD
           WRITE HIST-RECORD
           CLOSE FD-RESERVEHIST.

      *----CANCELS ONE SHOWTIME OUTRIGHT (PROJECTOR FAILURE, PRINT----
      *----NOT DELIVERED AND THE LIKE). EACH ORDER ON IT IS OFFERED----
      *----A MOVE TO ANOTHER SHOWING OF THE SAME MOVIE; AN ORDER NOT----
      *----MOVED IS RELEASED AND EVERY PAID SEAT IN IT REFUNDED.----
      *----TICKET HOLDERS AND WAITLISTED CUSTOMERS ARE ALL TEXTED,----
      *----THEN THE SHOWTIME AND ITS SEAT LAYOUT ARE REMOVED----
       CANCEL-SHOWTIME.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "*********************"
           DISPLAY " CANCEL A SHOWTIME"
           DISPLAY "*********************"
           DISPLAY "ENTER SHOW ID TO CANCEL:"
           ACCEPT WS-CXL-SHOWID

           MOVE 'N' TO WS-CXL-FOUND
           MOVE WS-CXL-SHOWID TO SHOW-ID
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-SHOWTIME INTO WS-SHOWTIME-REC
                   KEY IS SHOW-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CXL-FOUND
               END-READ
           END-IF
           CLOSE FD-SHOWTIME
           IF WS-CXL-FOUND NOT EQUAL 'Y'
               DISPLAY "NO SHOWTIME FOUND WITH THAT SHOW ID!"
               GO TO ADMIN-MENU
           END-IF

           MOVE WS-SHOW-MOVIECODE TO WS-CXL-MOVIECODE
           MOVE WS-SHOW-CIN-NUM TO WS-CXL-CINNUM
           MOVE WS-SHOW-DATE TO WS-CXL-DATE
           MOVE WS-SHOW-TIME TO WS-CXL-TIME
           MOVE "(MOVIE NOT ON FILE)" TO WS-CXL-TITLE
           MOVE WS-CXL-MOVIECODE TO FM-MOVIECODE
           OPEN INPUT FD-MOVIES
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-MOVIES INTO WS-MOVIES
                   KEY IS FM-MOVIECODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE WS-TITLE TO WS-CXL-TITLE
               END-READ
           END-IF
           CLOSE FD-MOVIES

      *----A SHOWING THAT HAS ALREADY PLAYED IS SETTLED BY THE----
      *----ARCHIVE STEP, NOT CANCELLED----
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-CXL-TODAY8
           END-STRING
           MOVE 0 TO WS-CXL-SHOWDATE8
           IF WS-CXL-DATE(1:4) IS NUMERIC AND
               WS-CXL-DATE(6:2) IS NUMERIC AND
               WS-CXL-DATE(9:2) IS NUMERIC
               STRING WS-CXL-DATE(1:4) DELIMITED BY SIZE
                   WS-CXL-DATE(6:2) DELIMITED BY SIZE
                   WS-CXL-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-CXL-SHOWDATE8
               END-STRING
           END-IF
           IF WS-CXL-SHOWDATE8 LESS THAN WS-CXL-TODAY8
               DISPLAY "THIS SHOWTIME HAS ALREADY PLAYED - IT CANNOT BE"
               " CANCELLED!"
               GO TO ADMIN-MENU
           END-IF

           PERFORM CXL-LOAD-SEATS
           DISPLAY " "
           DISPLAY "MOVIE    : " FUNCTION UPPER-CASE(WS-CXL-TITLE)
           DISPLAY "CINEMA   : " WS-CXL-CINNUM
           DISPLAY "SHOWING  : " WS-CXL-DATE " AT " WS-CXL-TIME
           DISPLAY "SEATS ON THIS SHOWTIME: " WS-CXL-SEAT-COUNT
           DISPLAY "CANCEL THIS SHOWTIME? PAID SEATS NOT MOVED WILL BE"
           " REFUNDED."
           DISPLAY "1 - YES"
           DISPLAY "2 - NO"
           ACCEPT WS-CXL-CONFIRM
           IF WS-CXL-CONFIRM NOT EQUAL 1
               DISPLAY "SHOWTIME NOT CANCELLED."
               GO TO ADMIN-MENU
           END-IF

           MOVE 0 TO WS-CXL-ORDERS-MOVED
           MOVE 0 TO WS-CXL-SEATS-MOVED
           MOVE 0 TO WS-CXL-SEATS-REFUNDED
           MOVE 0 TO WS-CXL-SEATS-RELEASED
           MOVE 0 TO WS-CXL-REFUND-TOTAL
           MOVE 0 TO WS-CXL-WL-CLOSED
           MOVE 0 TO WS-CXL-TEXTS

      *----REFUND IDS CONTINUE FROM THE ROWS ALREADY ON FILE----
           MOVE 0 TO WS-REFUND-COUNTER
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-REFUND
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-REFUND NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       ADD 1 TO WS-REFUND-COUNTER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-REFUND
           MOVE 'N' TO WS-EOF

           PERFORM CXL-LIST-ALTERNATIVES
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
               UNTIL WS-CXL-IDX GREATER WS-CXL-SEAT-COUNT
               IF WS-CXL-DONE(WS-CXL-IDX) NOT EQUAL 'Y'
                   PERFORM CXL-PROCESS-ORDER
               END-IF
           END-PERFORM

           PERFORM CXL-CLOSE-WAITLIST

           MOVE WS-CXL-SHOWID TO WS-LC-SHOW-ID
           PERFORM CASCADE-DELETE-LAYOUT
           MOVE WS-CXL-SHOWID TO SHOW-ID
           OPEN I-O FD-SHOWTIME
           DELETE FD-SHOWTIME RECORD
               INVALID KEY DISPLAY "INVALID KEY!"
           END-DELETE
           CLOSE FD-SHOWTIME

           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "SHOWTIME CANCELLED" TO WS-AUDIT-ACTION
           MOVE WS-CXL-SHOWID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY " "
           DISPLAY "*********************************"
           DISPLAY " SHOWTIME CANCELLATION SUMMARY"
           DISPLAY "*********************************"
           DISPLAY "SHOW ID                  : " WS-CXL-SHOWID
           DISPLAY "SEATS AFFECTED           : " WS-CXL-SEAT-COUNT
           DISPLAY "ORDERS MOVED             : " WS-CXL-ORDERS-MOVED
           DISPLAY "SEATS MOVED              : " WS-CXL-SEATS-MOVED
           DISPLAY "PAID SEATS REFUNDED      : " WS-CXL-SEATS-REFUNDED
           DISPLAY "TOTAL OWED BACK          : " WS-CXL-REFUND-TOTAL
           DISPLAY "UNPAID SEATS RELEASED    : " WS-CXL-SEATS-RELEASED
           DISPLAY "WAITLIST ENTRIES CLOSED  : " WS-CXL-WL-CLOSED
           DISPLAY "CUSTOMER TEXTS QUEUED    : " WS-CXL-TEXTS
           GO TO ADMIN-MENU.

      *----COLLECTS EVERY SEAT BOOKED ON THE SHOWTIME BEFORE ANY IS----
      *----CHANGED, SINCE A MOVE REWRITES THE SHOW-ID ALTERNATE KEY----
      *----THE SCAN WOULD OTHERWISE BE FOLLOWING----
       CXL-LOAD-SEATS.
           MOVE 0 TO WS-CXL-SEAT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-RESERVEDSEAT
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-CXL-SHOWID TO RESERVE-SHOW-ID
               START FD-RESERVEDSEAT KEY IS EQUAL TO RESERVE-SHOW-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-RESERVEDSEAT NEXT RECORD
                       INTO WS-RESERVEDSEAT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-RESERVE-SHOW-ID NOT EQUAL WS-CXL-SHOWID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                       IF WS-CXL-SEAT-COUNT LESS THAN 150
                           ADD 1 TO WS-CXL-SEAT-COUNT
                           MOVE WS-SEATID TO
                               WS-CXL-SEATID(WS-CXL-SEAT-COUNT)
                           MOVE WS-RESERVE-ORDER-ID TO
                               WS-CXL-ORDER(WS-CXL-SEAT-COUNT)
                           MOVE WS-CUSTOMER-ID TO
                               WS-CXL-CUST(WS-CXL-SEAT-COUNT)
                           MOVE 'N' TO WS-CXL-DONE(WS-CXL-SEAT-COUNT)
      *----A PAID SEAT CARRIES ITS VALUE AFTER EXCHANGES, THE SAME----
      *----FIGURE CXL-WRITE-REFUND PAYS OUT, SO THE ORDER TOTAL AND----
      *----THE CUSTOMER'S TEXT AGREE WITH THE REFUND ROWS----
                           IF WS-RESERVE-STATUS EQUAL "PAID"
                               MOVE 'Y' TO
                                   WS-CXL-PAID(WS-CXL-SEAT-COUNT)
                               PERFORM EXCHANGE-TICKET-VALUE
                               MOVE WS-EXC-VALUE TO
                                   WS-CXL-AMOUNT(WS-CXL-SEAT-COUNT)
                           ELSE
                               MOVE 'N' TO
                                   WS-CXL-PAID(WS-CXL-SEAT-COUNT)
                               MOVE WS-AMOUNT-PAID TO
                                   WS-CXL-AMOUNT(WS-CXL-SEAT-COUNT)
                           END-IF
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEDSEAT
           MOVE 'N' TO WS-EOF.

      *----BUILDS THE LIST OF OTHER UPCOMING SHOWINGS OF THE SAME----
      *----MOVIE THAT A CANCELLED ORDER MAY BE MOVED TO----
       CXL-LIST-ALTERNATIVES.
           MOVE 0 TO WS-SL-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-SHOWTIME NEXT RECORD INTO WS-SHOWTIME-REC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE 0 TO WS-SEL-SHOWDATE8
                       IF WS-SHOW-DATE(1:4) IS NUMERIC AND
                           WS-SHOW-DATE(6:2) IS NUMERIC AND
                           WS-SHOW-DATE(9:2) IS NUMERIC
                           STRING WS-SHOW-DATE(1:4) DELIMITED BY SIZE
                               WS-SHOW-DATE(6:2) DELIMITED BY SIZE
                               WS-SHOW-DATE(9:2) DELIMITED BY SIZE
                               INTO WS-SEL-SHOWDATE8
                           END-STRING
                       END-IF
                       IF WS-SHOW-MOVIECODE EQUAL WS-CXL-MOVIECODE AND
                           WS-SHOW-ID NOT EQUAL WS-CXL-SHOWID AND
                           WS-SEL-SHOWDATE8 NOT LESS THAN WS-CXL-TODAY8
                           AND WS-SL-COUNT LESS THAN 20
                           ADD 1 TO WS-SL-COUNT
                           MOVE WS-SHOW-ID TO WS-SL-SHOWID(WS-SL-COUNT)
                           MOVE WS-SHOW-CIN-NUM TO
                               WS-SL-CINNUM(WS-SL-COUNT)
                           MOVE WS-SHOW-DATE TO WS-SL-DATE(WS-SL-COUNT)
                           MOVE WS-SHOW-TIME TO WS-SL-TIME(WS-SL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-SHOWTIME
           MOVE 'N' TO WS-EOF
           IF WS-SL-COUNT EQUAL 0
               DISPLAY "NO OTHER SHOWINGS OF THIS MOVIE ARE SCHEDULED -"
               " EVERY ORDER WILL BE RELEASED."
           END-IF.

      *----SETTLES THE ORDER OF THE SEAT AT WS-CXL-IDX: THE ORDER IS----
      *----OFFERED A MOVE WHEN ANOTHER SHOWING HAS ROOM FOR ALL ITS----
      *----SEATS, OTHERWISE (OR WHEN THE MOVE IS DECLINED) EVERY----
      *----SEAT IN IT IS RELEASED. A MOVED ORDER KEEPS WHAT WAS----
      *----ALREADY PAID - THE CUSTOMER IS NEVER CHARGED FOR A MOVE----
      *----THE CINEMA CAUSED----
       CXL-PROCESS-ORDER.
           MOVE WS-CXL-ORDER(WS-CXL-IDX) TO WS-CXL-ORDER-ID
           MOVE WS-CXL-CUST(WS-CXL-IDX) TO WS-CXL-ORDER-CUST
           MOVE 0 TO WS-CXL-ORDER-SEATS
           MOVE 0 TO WS-CXL-ORDER-PAID
           PERFORM VARYING WS-CXL-JDX FROM WS-CXL-IDX BY 1
               UNTIL WS-CXL-JDX GREATER WS-CXL-SEAT-COUNT
               IF WS-CXL-ORDER(WS-CXL-JDX) EQUAL WS-CXL-ORDER-ID
                   ADD 1 TO WS-CXL-ORDER-SEATS
                   IF WS-CXL-PAID(WS-CXL-JDX) EQUAL 'Y'
                       ADD WS-CXL-AMOUNT(WS-CXL-JDX) TO
                           WS-CXL-ORDER-PAID
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "ORDER " WS-CXL-ORDER-ID " - CUSTOMER "
               WS-CXL-ORDER-CUST " - SEATS " WS-CXL-ORDER-SEATS
               " - PAID " WS-CXL-ORDER-PAID

           MOVE 'N' TO WS-CXL-MOVE
           IF WS-SL-COUNT GREATER 0
               DISPLAY "MOVE THIS ORDER TO ANOTHER SHOWING?"
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX GREATER WS-SL-COUNT
                   MOVE WS-SL-SHOWID(WS-SEL-IDX) TO WS-SEL-SHOWID
                   MOVE WS-SL-CINNUM(WS-SEL-IDX) TO WS-CFG-CINNUM
      *----ONLY OPEN '*' SEATS ARE OFFERED, THE SAME SEATS----
      *----CXL-TAKE-FREE-SEAT WILL HAND OUT FOR THE MOVE----
                   PERFORM GRP-COUNT-OPEN
                   DISPLAY WS-SEL-IDX " - CINEMA "
                       WS-SL-CINNUM(WS-SEL-IDX) " ON "
                       WS-SL-DATE(WS-SEL-IDX) " AT "
                       WS-SL-TIME(WS-SEL-IDX) " (FREE SEATS: "
                       WS-GRP-OPEN-SEATS ")"
               END-PERFORM
               DISPLAY "0 - NO MOVE, RELEASE AND REFUND THE ORDER"
               MOVE 99 TO WS-SEL-IDX
               PERFORM UNTIL WS-SEL-IDX EQUAL 0 OR
                   WS-CXL-MOVE EQUAL 'Y'
                   ACCEPT WS-SEL-IDX
                   IF WS-SEL-IDX GREATER 0 AND
                       WS-SEL-IDX NOT GREATER WS-SL-COUNT
                       MOVE WS-SL-SHOWID(WS-SEL-IDX) TO WS-SEL-SHOWID
                       MOVE WS-SL-CINNUM(WS-SEL-IDX) TO WS-SEL-CINNUM
                       MOVE WS-SL-CINNUM(WS-SEL-IDX) TO WS-CFG-CINNUM
                       MOVE WS-SL-DATE(WS-SEL-IDX) TO WS-SEL-SHOWDATE
                       MOVE WS-SL-TIME(WS-SEL-IDX) TO WS-SEL-SHOWTIME
                       PERFORM GRP-COUNT-OPEN
                       IF WS-GRP-OPEN-SEATS LESS THAN
                           WS-CXL-ORDER-SEATS
                           DISPLAY "NOT ENOUGH FREE SEATS ON THAT"
                           " SHOWING - CHOOSE ANOTHER OR 0!"
                       ELSE
                           MOVE 'Y' TO WS-CXL-MOVE
                       END-IF
                   ELSE
                   IF WS-SEL-IDX NOT EQUAL 0
                       DISPLAY "ERROR! INVALID SELECTION!"
                   END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-CXL-JDX FROM WS-CXL-IDX BY 1
               UNTIL WS-CXL-JDX GREATER WS-CXL-SEAT-COUNT
               IF WS-CXL-ORDER(WS-CXL-JDX) EQUAL WS-CXL-ORDER-ID
                   IF WS-CXL-MOVE EQUAL 'Y'
                       PERFORM CXL-MOVE-SEAT
                   ELSE
                       PERFORM CXL-RELEASE-SEAT
                   END-IF
                   MOVE 'Y' TO WS-CXL-DONE(WS-CXL-JDX)
               END-IF
           END-PERFORM
           IF WS-CXL-MOVE EQUAL 'Y'
               PERFORM GRP-SHOW-MOVED
           END-IF

      *----ONE TEXT PER ORDER TELLING THE HOLDER WHAT HAPPENED----
           MOVE WS-CXL-ORDER-CUST TO WS-NOTIFY-CUST
           PERFORM NOTIFY-LOOKUP-PHONE
           IF WS-CXL-ORDER-CUST EQUAL 0
               PERFORM CXL-GROUP-PHONE
           END-IF
           MOVE SPACES TO WS-NOTIFY-TEXT
           IF WS-CXL-MOVE EQUAL 'Y'
               ADD 1 TO WS-CXL-ORDERS-MOVED
               DISPLAY "ORDER " WS-CXL-ORDER-ID " MOVED TO SHOW ID "
                   WS-SEL-SHOWID
               MOVE "REBOOKED" TO WS-NOTIFY-TYPE
               STRING "SHOWING OF " DELIMITED BY SIZE
                   WS-CXL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CXL-TIME DELIMITED BY SIZE
                   " CANCELLED - ORDER " DELIMITED BY SIZE
                   WS-CXL-ORDER-ID DELIMITED BY SIZE
                   " MOVED TO " DELIMITED BY SIZE
                   WS-SEL-SHOWDATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEL-SHOWTIME DELIMITED BY SIZE
                   INTO WS-NOTIFY-TEXT
               END-STRING
           ELSE
               DISPLAY "ORDER " WS-CXL-ORDER-ID " RELEASED - REFUND: "
                   WS-CXL-ORDER-PAID
               MOVE "SHOWCXL" TO WS-NOTIFY-TYPE
               STRING "SHOWING OF " DELIMITED BY SIZE
                   WS-CXL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CXL-TIME DELIMITED BY SIZE
                   " CANCELLED - ORDER " DELIMITED BY SIZE
                   WS-CXL-ORDER-ID DELIMITED BY SIZE
                   " REFUND " DELIMITED BY SIZE
                   WS-CXL-ORDER-PAID DELIMITED BY SIZE
                   INTO WS-NOTIFY-TEXT
               END-STRING
           END-IF
           IF WS-NOTIFY-FOUND EQUAL 'Y'
               PERFORM QUEUE-NOTIFICATION
               ADD 1 TO WS-CXL-TEXTS
           END-IF.

      *----A GROUP ORDER HAS NO CUSTOMER ACCOUNT; ITS TEXT GOES TO----
      *----THE BILLING CONTACT ON THE CORPORATE ACCOUNT. A WALK-IN----
      *----ORDER HAS NO GROUP BOOKING AND STAYS WITHOUT A TEXT----
       CXL-GROUP-PHONE.
           MOVE WS-CXL-ORDER-ID TO WS-GRP-IN-ORDER
           PERFORM GRP-READ
           IF WS-GRP-FOUND EQUAL 'Y'
               MOVE WS-GRP-CORP-ID TO WS-CORP-IN-ID
               PERFORM CORP-READ
               IF WS-CORP-FOUND EQUAL 'Y' AND WS-CORP-PHONE GREATER 0
                   MOVE WS-CORP-PHONE TO WS-NOTIFY-PHONE
                   MOVE 'Y' TO WS-NOTIFY-FOUND
               END-IF
           END-IF.

      *----MOVES THE SEAT AT WS-CXL-JDX ONTO THE FIRST FREE SEAT OF----
      *----THE CHOSEN SHOWING IN WS-SEL-SHOWID----
       CXL-MOVE-SEAT.
           PERFORM CXL-TAKE-FREE-SEAT
           IF WS-CXL-FOUND EQUAL 'Y'
               MOVE WS-CXL-SEATID(WS-CXL-JDX) TO SEATID
               OPEN I-O FD-RESERVEDSEAT
               READ FD-RESERVEDSEAT
                   KEY IS SEATID
                   INVALID KEY DISPLAY "INVALID RESERVATION ID!"
                   NOT INVALID KEY
                   MOVE WS-SEL-SHOWID TO RESERVE-SHOW-ID
                   MOVE WS-SEL-CINNUM TO CINEMA-NUM
                   MOVE WS-CXL-NEW-ROW TO LAYOUT-NUM
                   MOVE WS-CXL-NEW-LETTER TO SEATNUMBER
                   REWRITE C-RESERVEDSEAT
                       INVALID KEY DISPLAY "INVALID KEY!"
                       NOT INVALID KEY ADD 1 TO WS-CXL-SEATS-MOVED
                   END-REWRITE
               END-READ
               CLOSE FD-RESERVEDSEAT
           END-IF.

      *----TAKES THE FIRST '*' SEAT ON WS-SEL-SHOWID, ROW BY ROW,----
      *----MARKS IT SOLD AND HANDS BACK ITS ROW AND LETTER----
       CXL-TAKE-FREE-SEAT.
           MOVE 'N' TO WS-CXL-FOUND
           PERFORM LOOKUP-CINEMA-SIZE
           OPEN I-O FD-LAYOUT
           PERFORM VARYING WS-SEAT-ROW FROM 1 BY 1
               UNTIL WS-SEAT-ROW GREATER WS-CFG-ROWS OR
               WS-CXL-FOUND EQUAL 'Y'
               MOVE WS-SEL-SHOWID TO LO-SHOW-ID
               MOVE WS-SEAT-ROW TO SEAT-KEY
               READ FD-LAYOUT
                   KEY IS LAYOUT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX GREATER WS-CFG-COLS OR
                       WS-CXL-FOUND EQUAL 'Y'
                       IF COL-CELL(WS-COL-IDX) EQUAL '*'
                           MOVE 'X' TO COL-CELL(WS-COL-IDX)
                           MOVE WS-SEAT-ROW TO WS-CXL-NEW-ROW
                           MOVE WS-COL-LETTER(WS-COL-IDX) TO
                               WS-CXL-NEW-LETTER
                           MOVE 'Y' TO WS-CXL-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CXL-FOUND EQUAL 'Y'
                       REWRITE C-LAYOUT
                           INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                       END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FD-LAYOUT
           IF WS-CXL-FOUND NOT EQUAL 'Y'
               DISPLAY "NO FREE SEAT LEFT ON SHOW ID " WS-SEL-SHOWID
               " - SEAT " WS-CXL-SEATID(WS-CXL-JDX) " RELEASED."
               PERFORM CXL-RELEASE-SEAT
           END-IF.

      *----DROPS THE SEAT AT WS-CXL-JDX; A PAID SEAT GETS ITS----
      *----REFUND ROW FIRST SO THE MONEY OWED BACK IS ON FILE----
       CXL-RELEASE-SEAT.
           MOVE WS-CXL-SEATID(WS-CXL-JDX) TO SEATID
           OPEN I-O FD-RESERVEDSEAT
           READ FD-RESERVEDSEAT INTO WS-RESERVEDSEAT
               KEY IS SEATID
               INVALID KEY DISPLAY "INVALID RESERVATION ID!"
               NOT INVALID KEY
               IF WS-RESERVE-STATUS EQUAL "PAID"
                   PERFORM CXL-WRITE-REFUND
               ELSE
                   IF WS-RESERVE-STATUS EQUAL "ONACCT"
                       PERFORM GRP-SEAT-RELEASED
                   END-IF
                   ADD 1 TO WS-CXL-SEATS-RELEASED
               END-IF
               DELETE FD-RESERVEDSEAT RECORD
                   INVALID KEY DISPLAY "INVALID KEY!"
               END-DELETE
           END-READ
           CLOSE FD-RESERVEDSEAT.

      *----WRITES THE FD-REFUND ROW FOR THE PAID SEAT NOW IN----
      *----WS-RESERVEDSEAT UNDER THE STANDARD CANCELLATION REASON----
       CXL-WRITE-REFUND.
           ADD 1 TO WS-REFUND-COUNTER
           MOVE WS-REFUND-COUNTER TO REFUND-ID
           MOVE WS-SEATID TO REFUND-SEATID
           MOVE WS-RESERVE-ORDER-ID TO REFUND-ORDER-ID
           MOVE WS-CUSTOMER-ID TO REFUND-CUSTOMER-ID
           MOVE WS-MOVIE-ID TO REFUND-MOVIE-ID
           MOVE WS-MOVIE-TITLE TO REFUND-MOVIE-TITLE
           MOVE WS-RESERVE-SHOW-ID TO REFUND-SHOW-ID
           MOVE WS-CINEMA-NUM TO REFUND-CINEMA-NUM
           PERFORM EXCHANGE-TICKET-VALUE
           MOVE WS-EXC-VALUE TO REFUND-AMOUNT
           MOVE WS-CXL-REASON TO REFUND-REASON
           MOVE DATER TO REFUND-DATE
           MOVE FA-ACCID TO REFUND-EMPLOYEE-ID
           MOVE WS-DATE-PAID TO REFUND-DATE-PAID
           MOVE 0 TO REFUND-APPROVER-ID

           OPEN I-O FD-REFUND
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-REFUND
                   CLOSE FD-REFUND
                   OPEN I-O FD-REFUND
               END-IF
           WRITE REFUND-RECORD
           CLOSE FD-REFUND
           ADD 1 TO WS-CXL-SEATS-REFUNDED
           ADD WS-EXC-VALUE TO WS-CXL-REFUND-TOTAL.

      *----TEXTS AND REMOVES EVERY WAITLIST ROW ON THE CANCELLED----
      *----SHOWTIME; THERE IS NO LONGER A SEAT TO WAIT FOR----
       CXL-CLOSE-WAITLIST.
           MOVE 'N' TO WS-WL-EOF
           OPEN I-O FD-WAITLIST
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-WL-EOF EQUAL 'Y'
                   READ FD-WAITLIST NEXT RECORD INTO WS-WAITLIST
                       AT END MOVE 'Y' TO WS-WL-EOF
                       NOT AT END
                       IF WS-WL-SHOW-ID EQUAL WS-CXL-SHOWID
                           MOVE WS-WL-CUSTOMER-ID TO WS-NOTIFY-CUST
                           PERFORM NOTIFY-LOOKUP-PHONE
                           IF WS-NOTIFY-FOUND EQUAL 'Y'
                               MOVE "SHOWCXL" TO WS-NOTIFY-TYPE
                               MOVE SPACES TO WS-NOTIFY-TEXT
                               STRING "SHOWING OF " DELIMITED BY SIZE
                                   WS-CXL-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-CXL-TIME DELIMITED BY SIZE
                                   " CANCELLED - YOUR WAITLIST PLACE"
                                   DELIMITED BY SIZE
                                   " IS CLOSED" DELIMITED BY SIZE
                                   INTO WS-NOTIFY-TEXT
                               END-STRING
                               PERFORM QUEUE-NOTIFICATION
                               ADD 1 TO WS-CXL-TEXTS
                           END-IF
                           DELETE FD-WAITLIST RECORD
                               INVALID KEY DISPLAY "INVALID KEY!"
                               NOT INVALID KEY ADD 1 TO WS-CXL-WL-CLOSED
                           END-DELETE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-WAITLIST
           MOVE 'N' TO WS-WL-EOF.

       VIEW-MOVIES.
           DISPLAY " ".
           DISPLAY "********************"
           DISPLAY " LIST OF ALL MOVIES"
           DISPLAY "********************"
           OPEN INPUT FD-MOVIES.
           PERFORM UNTIL WS-EOF = 'Y'
           MOVE WS-SHOW-CIN-NUM TO WS-CFG-CINNUM
           PERFORM LOOKUP-CINEMA-SIZE
           COMPUTE WS-OCC-CAPACITY = WS-CFG-ROWS * WS-CFG-COLS
           PERFORM OCC-COUNT-BLOCKED
           SUBTRACT WS-OCC-BLOCKED FROM WS-OCC-CAPACITY
           PERFORM OCC-COUNT-SOLD
           MOVE 0 TO WS-OCC-PCT
           IF WS-OCC-CAPACITY GREATER 0
               FUNCTION UPPER-CASE(WS-OCC-TITLE)
           DISPLAY "    SOLD " WS-OCC-SOLD " OF " WS-OCC-CAPACITY
               " (" WS-OCC-PCT "%)"
           IF WS-OCC-BLOCKED GREATER 0
               DISPLAY "    BLOCKED SEATS NOT COUNTED: " WS-OCC-BLOCKED
           END-IF

      *----WEEKS RUN MONDAY TO SUNDAY; THE KEY IS THE MONDAY DATE----
           COMPUTE WS-OCC-INT =
               "OMITTED."
           END-IF.

      *----COUNTS THE BLOCKED SEATS ON ONE SHOWTIME'S LAYOUT, WHICH----
      *----ARE NOT SELLABLE AND SO NOT PART OF ITS CAPACITY----
       OCC-COUNT-BLOCKED.
           MOVE 0 TO WS-OCC-BLOCKED
           OPEN INPUT FD-LAYOUT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM VARYING WS-SEAT-ROW FROM 1 BY 1
                   UNTIL WS-SEAT-ROW GREATER WS-CFG-ROWS
                   MOVE WS-SHOW-ID TO LO-SHOW-ID
                   MOVE WS-SEAT-ROW TO SEAT-KEY
                   READ FD-LAYOUT RECORD INTO WS-LAYOUT
                       KEY IS LAYOUT-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                       PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                           UNTIL WS-COL-IDX GREATER WS-CFG-COLS
                           IF WS-COL-CELL(WS-COL-IDX) EQUAL 'B'
                               ADD 1 TO WS-OCC-BLOCKED
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-LAYOUT.

      *----COUNTS THE SEATS TAKEN ON ONE SHOWTIME, CHECKING BOTH----
      *----THE LIVE RESERVATION FILE AND THE ARCHIVE (PAST SHOWS----
      *----HAVE USUALLY MOVED TO FD-RESERVEHIST)----
               END-IF
           END-IF.

      *----GIFT VOUCHERS SOLD BUT NOT YET SPENT ARE MONEY OWED TO----
      *----CUSTOMERS. LISTS EVERY VOUCHER STILL IN DATE WITH A----
      *----BALANCE LEFT, AND THE TOTAL OUTSTANDING FOR THE BOOKS----
       VOUCHER-LIABILITY-REPORT.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY " GIFT VOUCHER LIABILITY REPORT"
           DISPLAY "**********************************"
           DISPLAY "AS AT " DATER
           DISPLAY "VOUCHER NO  ISSUED     EXPIRES    "
               "FACE VALUE  BALANCE"
           MOVE 0 TO WS-VCH-LISTED
           MOVE 0 TO WS-VCH-TOT-FACE
           MOVE 0 TO WS-VCH-TOT-BAL
           MOVE 'N' TO WS-VCH-EOF
           OPEN INPUT FD-VOUCHER
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-VCH-EOF EQUAL 'Y'
                   READ FD-VOUCHER NEXT RECORD INTO WS-VCHREC
                       AT END MOVE 'Y' TO WS-VCH-EOF
                       NOT AT END
                       IF WS-VCH-STATUS EQUAL "ACTIVE" AND
                           WS-VCH-BALANCE GREATER 0 AND
                           WS-VCH-EXPIRY-DATE NOT LESS THAN DATER
                           PERFORM VOUCHER-REPORT-LINE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHER
           MOVE 'N' TO WS-VCH-EOF
           IF WS-VCH-LISTED EQUAL 0
               DISPLAY "  NO GIFT VOUCHERS OUTSTANDING."
           END-IF
           DISPLAY " "
           DISPLAY "VOUCHERS OUTSTANDING : " WS-VCH-LISTED
           DISPLAY "FACE VALUE SOLD      : " WS-VCH-TOT-FACE
           DISPLAY "LIABILITY OUTSTANDING: " WS-VCH-TOT-BAL
           GO TO ADMIN-MENU.

      *----GIFT VOUCHERS THAT RAN PAST THEIR EXPIRY DATE WITH MONEY----
      *----STILL ON THEM. THE UNSPENT BALANCE IS NO LONGER OWED AND----
      *----IS SHOWN SEPARATELY SO IT CAN BE TAKEN OUT OF LIABILITY----
       VOUCHER-EXPIRED-REPORT.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY " EXPIRED GIFT VOUCHER REPORT"
           DISPLAY "**********************************"
           DISPLAY "AS AT " DATER
           DISPLAY "VOUCHER NO  ISSUED     EXPIRES    "
               "FACE VALUE  BALANCE"
           MOVE 0 TO WS-VCH-LISTED
           MOVE 0 TO WS-VCH-TOT-FACE
           MOVE 0 TO WS-VCH-TOT-BAL
           MOVE 'N' TO WS-VCH-EOF
           OPEN INPUT FD-VOUCHER
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-VCH-EOF EQUAL 'Y'
                   READ FD-VOUCHER NEXT RECORD INTO WS-VCHREC
                       AT END MOVE 'Y' TO WS-VCH-EOF
                       NOT AT END
                       IF WS-VCH-STATUS EQUAL "ACTIVE" AND
                           WS-VCH-BALANCE GREATER 0 AND
                           WS-VCH-EXPIRY-DATE LESS THAN DATER
                           PERFORM VOUCHER-REPORT-LINE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHER
           MOVE 'N' TO WS-VCH-EOF
           IF WS-VCH-LISTED EQUAL 0
               DISPLAY "  NO EXPIRED GIFT VOUCHERS WITH A BALANCE."
           END-IF
           DISPLAY " "
           DISPLAY "VOUCHERS EXPIRED     : " WS-VCH-LISTED
           DISPLAY "FACE VALUE SOLD      : " WS-VCH-TOT-FACE
           DISPLAY "UNSPENT AT EXPIRY    : " WS-VCH-TOT-BAL
           GO TO ADMIN-MENU.

      *----ONE VOUCHER LINE FOR EITHER VOUCHER REPORT, ADDED INTO----
      *----ITS TOTALS----
       VOUCHER-REPORT-LINE.
           ADD 1 TO WS-VCH-LISTED
           ADD WS-VCH-FACE TO WS-VCH-TOT-FACE
           ADD WS-VCH-BALANCE TO WS-VCH-TOT-BAL
           DISPLAY WS-VCH-NUMBER "  " WS-VCH-ISSUE-DATE " "
               WS-VCH-EXPIRY-DATE " " WS-VCH-FACE "    "
               WS-VCH-BALANCE.

      *----DISTRIBUTOR MASTER AND THE FILM-RENTAL TERMS CARRIED----
      *----ON EACH MOVIE----
       DISTRIB-ADMIN.
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY " DISTRIBUTORS AND FILM RENTAL TERMS"
           DISPLAY "**********************************"
           DISPLAY "1 - ADD A DISTRIBUTOR"
           DISPLAY "2 - VIEW DISTRIBUTORS"
           DISPLAY "3 - SET A MOVIE'S FILM RENTAL TERMS"
           DISPLAY "0 - BACK"
           ACCEPT WS-DST-CHOICE

           IF WS-DST-CHOICE = 1 THEN
               GO TO DISTRIB-ADD
           ELSE IF WS-DST-CHOICE = 2 THEN
               GO TO DISTRIB-VIEW
           ELSE IF WS-DST-CHOICE = 3 THEN
               GO TO RENTAL-TERMS-SET
           ELSE IF WS-DST-CHOICE = 0 THEN
               GO TO ADMIN-MENU
           ELSE
               DISPLAY "ERROR! INVALID OPTION!"
               GO TO DISTRIB-ADMIN
           END-IF.

       DISTRIB-ADD.
           MOVE 0 TO WS-DST-COUNTER
           MOVE 'N' TO WS-DST-EOF
           OPEN INPUT FD-DISTRIB
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-DST-EOF EQUAL 'Y'
                   READ FD-DISTRIB NEXT RECORD
                       AT END MOVE 'Y' TO WS-DST-EOF
                       NOT AT END
                       IF DST-ID GREATER WS-DST-COUNTER
                           MOVE DST-ID TO WS-DST-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-DISTRIB
           MOVE 'N' TO WS-DST-EOF
           ADD 1 TO WS-DST-COUNTER

           MOVE WS-DST-COUNTER TO DST-ID
           DISPLAY "DISTRIBUTOR CODE: [" DST-ID "]"
           DISPLAY "ENTER DISTRIBUTOR NAME:"
           ACCEPT DST-NAME
           DISPLAY "ENTER CONTACT PERSON:"
           ACCEPT DST-CONTACT
           DISPLAY "ENTER CONTACT PHONE NUMBER:"
           ACCEPT DST-PHONE
           DISPLAY "ENTER BANK ACCOUNT FOR REMITTANCES:"
           ACCEPT DST-BANK-ACCT

           OPEN I-O FD-DISTRIB
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-DISTRIB
                   CLOSE FD-DISTRIB
                   OPEN I-O FD-DISTRIB
               END-IF
           WRITE DST-RECORD
               INVALID KEY
                   DISPLAY "A DISTRIBUTOR WITH THAT CODE ALREADY "
                   "EXISTS!"
               NOT INVALID KEY
                   DISPLAY "DISTRIBUTOR SUCCESSFULLY ADDED!"
                   MOVE FA-ACCID TO WS-AUDIT-ACCID
                   MOVE "DISTRIBUTOR ADDED" TO WS-AUDIT-ACTION
                   MOVE DST-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE
           CLOSE FD-DISTRIB
           GO TO DISTRIB-ADMIN.

       DISTRIB-VIEW.
           DISPLAY " "
           DISPLAY "CODE  DISTRIBUTOR                     CONTACT"
           MOVE 'N' TO WS-DST-EOF
           OPEN INPUT FD-DISTRIB
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-DST-EOF EQUAL 'Y'
                   READ FD-DISTRIB NEXT RECORD INTO WS-DSTREC
                       AT END MOVE 'Y' TO WS-DST-EOF
                       NOT AT END
                       DISPLAY WS-DST-ID "  " FUNCTION
                           UPPER-CASE(WS-DST-NAME) "  " FUNCTION
                           UPPER-CASE(WS-DST-CONTACT)
                       DISPLAY "      PHONE " WS-DST-PHONE
                           "  BANK ACCOUNT " WS-DST-BANK-ACCT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-DISTRIB
           MOVE 'N' TO WS-DST-EOF
           GO TO DISTRIB-ADMIN.

      *----READS THE DISTRIBUTOR IN WS-DST-IN-ID INTO WS-DSTREC;----
      *----WS-DST-FOUND SAYS WHETHER IT IS ON FILE----
       DISTRIB-READ.
           MOVE 'N' TO WS-DST-FOUND
           MOVE WS-DST-IN-ID TO DST-ID
           OPEN INPUT FD-DISTRIB
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-DISTRIB INTO WS-DSTREC
                   KEY IS DST-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-DST-FOUND
               END-READ
           END-IF
           CLOSE FD-DISTRIB.

      *----KEYS THE FILM-RENTAL TERMS INTO THE MOVIE RECORD AREA:----
      *----DISTRIBUTOR, OPENING DATE AND THE RATE FOR EACH WEEK----
       RENTAL-TERMS-ACCEPT.
           MOVE 'N' TO WS-DST-FOUND
           PERFORM UNTIL WS-DST-FOUND EQUAL 'Y'
               DISPLAY "DISTRIBUTOR CODE (0 IF NO FILM RENTAL IS "
               "PAYABLE):"
               ACCEPT WS-DST-IN-ID
               IF WS-DST-IN-ID EQUAL 0
                   MOVE 'Y' TO WS-DST-FOUND
               ELSE
                   PERFORM DISTRIB-READ
                   IF WS-DST-FOUND NOT EQUAL 'Y'
                       DISPLAY "NO DISTRIBUTOR WITH THAT CODE!"
                   ELSE
                       DISPLAY "DISTRIBUTOR: " FUNCTION
                           UPPER-CASE(WS-DST-NAME)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DST-IN-ID TO FM-DIST-ID

           IF FM-DIST-ID EQUAL 0
               MOVE SPACES TO FM-OPEN-DATE
               PERFORM VARYING WS-RNT-WK FROM 1 BY 1
                   UNTIL WS-RNT-WK GREATER 4
                   MOVE 0 TO FM-RENT-PCT(WS-RNT-WK)
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-CHKDATE-OK
               PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
                   DISPLAY "ENTER OPENING DATE (E.G. 2026-08-06):"
                   ACCEPT WS-CHKDATE-IN
                   PERFORM CHECK-ISO-DATE
               END-PERFORM
               MOVE WS-CHKDATE-IN TO FM-OPEN-DATE
               PERFORM VARYING WS-RNT-WK FROM 1 BY 1
                   UNTIL WS-RNT-WK GREATER 4
                   IF WS-RNT-WK EQUAL 4
                       DISPLAY "ENTER RENTAL % FROM WEEK 4 ON "
                       "(E.G. 40):"
                   ELSE
                       DISPLAY "ENTER RENTAL % FOR WEEK " WS-RNT-WK
                       " (E.G. 60):"
                   END-IF
                   ACCEPT FM-RENT-PCT(WS-RNT-WK)
               END-PERFORM
           END-IF.

      *----CHANGES THE RENTAL TERMS OF A MOVIE ALREADY ON FILE----
       RENTAL-TERMS-SET.
           DISPLAY "ENTER MOVIE CODE:"
           ACCEPT WS-DST-MOVIE-IN
           MOVE WS-DST-MOVIE-IN TO FM-MOVIECODE
           OPEN I-O FD-MOVIES
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-MOVIES
                   KEY IS FM-MOVIECODE
                   INVALID KEY
                       DISPLAY "NO MOVIE WITH THAT CODE!"
                   NOT INVALID KEY
                       DISPLAY "MOVIE       : " FUNCTION
                           UPPER-CASE(FM-TITLE)
                       DISPLAY "DISTRIBUTOR : " FM-DIST-ID
                       DISPLAY "OPENING DATE: " FM-OPEN-DATE
                       DISPLAY "RENTAL %    : " FM-RENT-PCT(1) " "
                           FM-RENT-PCT(2) " " FM-RENT-PCT(3) " "
                           FM-RENT-PCT(4)
                       PERFORM RENTAL-TERMS-ACCEPT
                       REWRITE FM-RECORD
                       DISPLAY "FILM RENTAL TERMS UPDATED!"
                       MOVE FA-ACCID TO WS-AUDIT-ACCID
                       MOVE "RENTAL TERMS SET" TO WS-AUDIT-ACTION
                       MOVE FM-MOVIECODE TO WS-AUDIT-KEY
                       PERFORM WRITE-AUDIT-LOG
               END-READ
           ELSE
               DISPLAY "NO MOVIES ON FILE!"
           END-IF
           CLOSE FD-MOVIES
           GO TO DISTRIB-ADMIN.

      *----WEEKLY FILM-RENTAL SETTLEMENT. EVERY PAID SEAT (LIVE----
      *----AND ARCHIVED) AND EVERY REFUND IS PLACED IN THE WEEK OF----
      *----ITS SHOWING; A REFUNDED SEAT IS GONE FROM THE SEAT FILES,----
      *----SO ITS REFUND COUNTS IN GROSS AND IS THEN NETTED OFF. A----
      *----SEAT'S EXCHANGE DIFFERENCES TRAVEL WITH IT. THE RENTAL----
      *----RATE IS TAKEN FROM THE MOVIE'S RUN WEEK ON THE SHOW DATE.----
      *----EACH DISTRIBUTOR GETS A PRINTED STATEMENT AND A DATED----
      *----REMITTANCE FILE; A RERUN OF THE SAME WEEK REPLACES IT----
       RENTAL-SETTLEMENT.
           DISPLAY " "
           DISPLAY "**********************************"
           DISPLAY " DISTRIBUTOR FILM RENTAL SETTLEMENT"
           DISPLAY "**********************************"
           MOVE 'N' TO WS-CHKDATE-OK
           PERFORM UNTIL WS-CHKDATE-OK EQUAL 'Y'
               DISPLAY "WEEK STARTING DATE (E.G. 2026-08-06):"
               ACCEPT WS-CHKDATE-IN
               PERFORM CHECK-ISO-DATE
           END-PERFORM
           MOVE WS-CHKDATE-IN TO WS-RNT-FROM
           STRING WS-RNT-FROM(1:4) DELIMITED BY SIZE
               WS-RNT-FROM(6:2) DELIMITED BY SIZE
               WS-RNT-FROM(9:2) DELIMITED BY SIZE
               INTO WS-RNT-FROM8
           END-STRING
           COMPUTE WS-RNT-INT =
               FUNCTION INTEGER-OF-DATE(WS-RNT-FROM8) + 6
           COMPUTE WS-RNT-TO8 = FUNCTION DATE-OF-INTEGER(WS-RNT-INT)
           MOVE SPACES TO WS-RNT-TO
           STRING WS-RNT-TO8(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RNT-TO8(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RNT-TO8(7:2) DELIMITED BY SIZE
               INTO WS-RNT-TO
           END-STRING
           DISPLAY "SHOWINGS FROM " WS-RNT-FROM " TO " WS-RNT-TO

           MOVE 0 TO WS-RNT-COUNT
           MOVE 'N' TO WS-RNT-EOF
           OPEN INPUT FD-RESERVEDSEAT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-RNT-EOF EQUAL 'Y'
                   READ FD-RESERVEDSEAT NEXT RECORD
                       INTO WS-RESERVEDSEAT
                       AT END MOVE 'Y' TO WS-RNT-EOF
                       NOT AT END
                       IF WS-RESERVE-STATUS EQUAL 'PAID' OR
                           WS-RESERVE-STATUS EQUAL 'ONACCT'
                           PERFORM EXCHANGE-TICKET-VALUE
                           MOVE WS-EXC-VALUE TO WS-RNT-R-AMT
                           MOVE WS-RESERVE-SHOW-ID TO WS-RNT-R-SHOW
                           MOVE WS-MOVIE-ID TO WS-RNT-R-MOVIE
                           MOVE WS-MOVIE-TITLE TO WS-RNT-R-TITLE
                           MOVE WS-DATE-PAID TO WS-RNT-R-PAIDDATE
                           MOVE 'S' TO WS-RNT-R-KIND
                           PERFORM RENTAL-ACCUM-ROW
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEDSEAT
           MOVE 'N' TO WS-RNT-EOF

           OPEN INPUT FD-RESERVEHIST
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-RNT-EOF EQUAL 'Y'
                   READ FD-RESERVEHIST NEXT RECORD INTO WS-HISTSEAT
                       AT END MOVE 'Y' TO WS-RNT-EOF
                       NOT AT END
                       IF WS-HIST-RESERVE-STATUS EQUAL 'PAID' OR
                           WS-HIST-RESERVE-STATUS EQUAL 'ONACCT'
                           MOVE WS-HIST-SEATID TO WS-SEATID
                           MOVE WS-HIST-ORDER-ID TO WS-RESERVE-ORDER-ID
                           MOVE WS-HIST-AMOUNT-PAID TO WS-AMOUNT-PAID
                           PERFORM EXCHANGE-TICKET-VALUE
                           MOVE WS-EXC-VALUE TO WS-RNT-R-AMT
                           MOVE WS-HIST-RESERVE-SHOW-ID TO WS-RNT-R-SHOW
                           MOVE WS-HIST-MOVIE-ID TO WS-RNT-R-MOVIE
                           MOVE WS-HIST-MOVIE-TITLE TO WS-RNT-R-TITLE
                           MOVE WS-HIST-DATE-PAID TO WS-RNT-R-PAIDDATE
                           MOVE 'S' TO WS-RNT-R-KIND
                           PERFORM RENTAL-ACCUM-ROW
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEHIST
           MOVE 'N' TO WS-RNT-EOF

           OPEN INPUT FD-REFUND
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-RNT-EOF EQUAL 'Y'
                   READ FD-REFUND NEXT RECORD
                       AT END MOVE 'Y' TO WS-RNT-EOF
                       NOT AT END
                       MOVE REFUND-AMOUNT TO WS-RNT-R-AMT
                       MOVE REFUND-SHOW-ID TO WS-RNT-R-SHOW
                       MOVE REFUND-MOVIE-ID TO WS-RNT-R-MOVIE
                       MOVE REFUND-MOVIE-TITLE TO WS-RNT-R-TITLE
                       MOVE REFUND-DATE-PAID TO WS-RNT-R-PAIDDATE
                       MOVE 'F' TO WS-RNT-R-KIND
                       PERFORM RENTAL-ACCUM-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-REFUND
           MOVE 'N' TO WS-RNT-EOF

           MOVE 0 TO WS-RNT-G-OWED
           MOVE 'N' TO WS-DST-EOF
           OPEN INPUT FD-DISTRIB
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-DST-EOF EQUAL 'Y'
                   READ FD-DISTRIB NEXT RECORD INTO WS-DSTREC
                       AT END MOVE 'Y' TO WS-DST-EOF
                       NOT AT END
                       PERFORM RENTAL-PRINT-DISTRIB
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-DISTRIB
           MOVE 'N' TO WS-DST-EOF

      *----BOX OFFICE FOR MOVIES WITH NO RENTAL TERMS, OR WHOSE----
      *----DISTRIBUTOR IS NO LONGER ON FILE, IS LISTED FOR FOLLOW-UP----
           MOVE 0 TO WS-RNT-UNSETTLED
           PERFORM VARYING WS-RNT-IDX FROM 1 BY 1
               UNTIL WS-RNT-IDX GREATER WS-RNT-COUNT
               IF WS-RNT-DONE(WS-RNT-IDX) NOT EQUAL 'Y'
                   IF WS-RNT-UNSETTLED EQUAL 0
                       DISPLAY " "
                       DISPLAY "NOT SETTLED - NO RENTAL TERMS OR NO "
                       "DISTRIBUTOR ON FILE:"
                   END-IF
                   ADD 1 TO WS-RNT-UNSETTLED
                   COMPUTE WS-RNT-NET = WS-RNT-GROSS(WS-RNT-IDX) -
                       WS-RNT-REFUND(WS-RNT-IDX)
                   DISPLAY "  " WS-RNT-MOVIE(WS-RNT-IDX) " " FUNCTION
                       UPPER-CASE(WS-RNT-TITLE(WS-RNT-IDX))
                   DISPLAY "    ADMISSIONS " WS-RNT-ADM(WS-RNT-IDX)
                       " NET " WS-RNT-NET
               END-IF
           END-PERFORM

           DISPLAY " "
           IF WS-RNT-COUNT EQUAL 0
               DISPLAY "NO PAID ADMISSIONS FOR SHOWINGS IN THAT WEEK."
           END-IF
           DISPLAY "TOTAL FILM RENTAL OWED FOR THE WEEK: " WS-RNT-G-OWED

           MOVE FA-ACCID TO WS-AUDIT-ACCID
           MOVE "RENTAL SETTLEMENT" TO WS-AUDIT-ACTION
           MOVE WS-RNT-FROM TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG
           GO TO ADMIN-MENU.

      *----ADDS ONE PAID SEAT OR REFUND (IN THE WS-RNT-R-* FIELDS)----
      *----TO THE SETTLEMENT TABLE IF ITS SHOWING FALLS IN THE WEEK.----
      *----A SHOWTIME NO LONGER ON FILE IS DATED BY ITS PAY DATE----
       RENTAL-ACCUM-ROW.
           MOVE WS-RNT-R-PAIDDATE TO WS-RNT-R-DATE
           MOVE WS-RNT-R-SHOW TO SHOW-ID
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-SHOWTIME INTO WS-SHOWTIME-REC
                   KEY IS SHOW-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE WS-SHOW-DATE TO WS-RNT-R-DATE
               END-READ
           END-IF
           CLOSE FD-SHOWTIME

           IF WS-RNT-R-DATE(1:4) IS NUMERIC AND
               WS-RNT-R-DATE(6:2) IS NUMERIC AND
               WS-RNT-R-DATE(9:2) IS NUMERIC
               STRING WS-RNT-R-DATE(1:4) DELIMITED BY SIZE
                   WS-RNT-R-DATE(6:2) DELIMITED BY SIZE
                   WS-RNT-R-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-RNT-DATE8
               END-STRING
           ELSE
               MOVE 0 TO WS-RNT-DATE8
           END-IF

           IF WS-RNT-DATE8 NOT LESS THAN WS-RNT-FROM8 AND
               WS-RNT-DATE8 NOT GREATER WS-RNT-TO8 AND
               WS-RNT-DATE8 GREATER 0
               MOVE 0 TO WS-DIST-ID
               MOVE WS-RNT-R-TITLE TO WS-TITLE
               MOVE WS-RNT-R-MOVIE TO FM-MOVIECODE
               OPEN INPUT FD-MOVIES
               IF WS-FILESTATUS NOT EQUAL 35
                   READ FD-MOVIES INTO WS-MOVIES
                       KEY IS FM-MOVIECODE
                       INVALID KEY CONTINUE
                   END-READ
               END-IF
               CLOSE FD-MOVIES

      *----RUN WEEK 1 IS THE OPENING DATE AND THE SIX DAYS AFTER;----
      *----PREVIEWS BEFORE OPENING ARE SETTLED AT THE WEEK 1 RATE----
               MOVE 0 TO WS-RNT-WK
               MOVE 0 TO WS-RNT-PCT
               IF WS-DIST-ID GREATER 0
                   MOVE 1 TO WS-RNT-WK
                   IF WS-OPEN-DATE(1:4) IS NUMERIC AND
                       WS-OPEN-DATE(6:2) IS NUMERIC AND
                       WS-OPEN-DATE(9:2) IS NUMERIC
                       STRING WS-OPEN-DATE(1:4) DELIMITED BY SIZE
                           WS-OPEN-DATE(6:2) DELIMITED BY SIZE
                           WS-OPEN-DATE(9:2) DELIMITED BY SIZE
                           INTO WS-RNT-OPEN8
                       END-STRING
                       COMPUTE WS-RNT-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RNT-DATE8) -
                           FUNCTION INTEGER-OF-DATE(WS-RNT-OPEN8)
                       IF WS-RNT-DAYS GREATER 0
                           COMPUTE WS-RNT-WKCALC = WS-RNT-DAYS / 7 + 1
                           IF WS-RNT-WKCALC GREATER 4
                               MOVE 4 TO WS-RNT-WK
                           ELSE
                               MOVE WS-RNT-WKCALC TO WS-RNT-WK
                           END-IF
                       END-IF
                   END-IF
                   MOVE WS-RENT-PCT(WS-RNT-WK) TO WS-RNT-PCT
               END-IF

               MOVE 'N' TO WS-RNT-FOUND
               PERFORM VARYING WS-RNT-IDX FROM 1 BY 1
                   UNTIL WS-RNT-IDX GREATER WS-RNT-COUNT OR
                   WS-RNT-FOUND EQUAL 'Y'
                   IF WS-RNT-MOVIE(WS-RNT-IDX) EQUAL WS-RNT-R-MOVIE
                       AND WS-RNT-WEEK(WS-RNT-IDX) EQUAL WS-RNT-WK
                       MOVE 'Y' TO WS-RNT-FOUND
                   END-IF
               END-PERFORM
               IF WS-RNT-FOUND EQUAL 'Y'
                   SUBTRACT 1 FROM WS-RNT-IDX
               ELSE IF WS-RNT-COUNT LESS THAN 200
                   ADD 1 TO WS-RNT-COUNT
                   MOVE WS-RNT-COUNT TO WS-RNT-IDX
                   MOVE WS-RNT-R-MOVIE TO WS-RNT-MOVIE(WS-RNT-IDX)
                   MOVE WS-TITLE TO WS-RNT-TITLE(WS-RNT-IDX)
                   MOVE WS-DIST-ID TO WS-RNT-DIST(WS-RNT-IDX)
                   MOVE WS-RNT-WK TO WS-RNT-WEEK(WS-RNT-IDX)
                   MOVE WS-RNT-PCT TO WS-RNT-RATE(WS-RNT-IDX)
                   MOVE 0 TO WS-RNT-ADM(WS-RNT-IDX)
                   MOVE 0 TO WS-RNT-GROSS(WS-RNT-IDX)
                   MOVE 0 TO WS-RNT-REFUND(WS-RNT-IDX)
                   MOVE 'N' TO WS-RNT-DONE(WS-RNT-IDX)
                   MOVE 'Y' TO WS-RNT-FOUND
               ELSE
                   DISPLAY "TOO MANY MOVIE/RUN-WEEK GROUPS - SOME "
                   "BOX OFFICE OMITTED."
               END-IF
               END-IF

               IF WS-RNT-FOUND EQUAL 'Y'
                   ADD WS-RNT-R-AMT TO WS-RNT-GROSS(WS-RNT-IDX)
                   IF WS-RNT-R-KIND EQUAL 'S'
                       ADD 1 TO WS-RNT-ADM(WS-RNT-IDX)
                   ELSE
                       ADD WS-RNT-R-AMT TO WS-RNT-REFUND(WS-RNT-IDX)
                   END-IF
               END-IF
           END-IF.

      *----PRINTS ONE DISTRIBUTOR'S STATEMENT FROM THE SETTLEMENT----
      *----TABLE AND WRITES ITS REMITTANCE FILE----
       RENTAL-PRINT-DISTRIB.
           MOVE 0 TO WS-RNT-LINES
           PERFORM VARYING WS-RNT-IDX FROM 1 BY 1
               UNTIL WS-RNT-IDX GREATER WS-RNT-COUNT
               IF WS-RNT-DIST(WS-RNT-IDX) EQUAL WS-DST-ID
                   ADD 1 TO WS-RNT-LINES
               END-IF
           END-PERFORM

           IF WS-RNT-LINES GREATER 0
               MOVE 0 TO WS-RNT-D-ADM
               MOVE 0 TO WS-RNT-D-NET
               MOVE 0 TO WS-RNT-D-OWED
               MOVE SPACES TO WS-REMIT-FILENAME
               STRING "..\REMIT-" DELIMITED BY SIZE
                   WS-DST-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RNT-FROM8 DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-REMIT-FILENAME
               END-STRING
               OPEN OUTPUT FD-REMIT
               MOVE WS-DST-ID TO WS-RMH-DIST
               MOVE WS-DST-NAME TO WS-RMH-NAME
               MOVE WS-DST-BANK-ACCT TO WS-RMH-BANK-ACCT
               MOVE WS-RNT-FROM TO WS-RMH-FROM
               MOVE WS-RNT-TO TO WS-RMH-TO
               MOVE WS-REMIT-HEADER TO REMIT-RECORD
               WRITE REMIT-RECORD

               DISPLAY " "
               DISPLAY "DISTRIBUTOR " WS-DST-ID " " FUNCTION
                   UPPER-CASE(WS-DST-NAME)
               PERFORM VARYING WS-RNT-IDX FROM 1 BY 1
                   UNTIL WS-RNT-IDX GREATER WS-RNT-COUNT
                   IF WS-RNT-DIST(WS-RNT-IDX) EQUAL WS-DST-ID
                       PERFORM RENTAL-PRINT-LINE
                   END-IF
               END-PERFORM

               MOVE WS-RNT-LINES TO WS-RMT-LINES
               MOVE WS-RNT-D-ADM TO WS-RMT-ADM
               MOVE WS-RNT-D-NET TO WS-RMT-NET
               MOVE WS-RNT-D-OWED TO WS-RMT-OWED
               MOVE WS-REMIT-TRAILER TO REMIT-RECORD
               WRITE REMIT-RECORD
               CLOSE FD-REMIT

               DISPLAY "  TOTAL ADMISSIONS " WS-RNT-D-ADM
                   " NET " WS-RNT-D-NET
               DISPLAY "  TOTAL OWED " WS-RNT-D-OWED
               DISPLAY "  REMITTANCE FILE WRITTEN: " WS-REMIT-FILENAME
               ADD WS-RNT-D-OWED TO WS-RNT-G-OWED
           END-IF.

      *----ONE MOVIE AND RUN WEEK AT WS-RNT-IDX: PRINTED, WRITTEN TO----
      *----THE REMITTANCE FILE AND ADDED TO THE DISTRIBUTOR TOTAL----
       RENTAL-PRINT-LINE.
           COMPUTE WS-RNT-NET = WS-RNT-GROSS(WS-RNT-IDX) -
               WS-RNT-REFUND(WS-RNT-IDX)
           COMPUTE WS-RNT-OWED ROUNDED =
               WS-RNT-NET * WS-RNT-RATE(WS-RNT-IDX) / 100
           IF WS-RNT-WEEK(WS-RNT-IDX) EQUAL 4
               MOVE "4+" TO WS-RNT-WK-TXT
           ELSE
               MOVE WS-RNT-WEEK(WS-RNT-IDX) TO WS-RNT-WK-TXT
           END-IF
           DISPLAY "  " WS-RNT-MOVIE(WS-RNT-IDX) " " FUNCTION
               UPPER-CASE(WS-RNT-TITLE(WS-RNT-IDX))
               " - RUN WEEK " WS-RNT-WK-TXT
           DISPLAY "    ADMISSIONS " WS-RNT-ADM(WS-RNT-IDX)
               " GROSS " WS-RNT-GROSS(WS-RNT-IDX)
               " REFUNDS " WS-RNT-REFUND(WS-RNT-IDX)
           DISPLAY "    NET " WS-RNT-NET
               " RENTAL " WS-RNT-RATE(WS-RNT-IDX) "%"
               " OWED " WS-RNT-OWED

           MOVE WS-RNT-MOVIE(WS-RNT-IDX) TO WS-RMD-MOVIE
           MOVE WS-RNT-TITLE(WS-RNT-IDX) TO WS-RMD-TITLE
           MOVE WS-RNT-WEEK(WS-RNT-IDX) TO WS-RMD-WEEK
           MOVE WS-RNT-ADM(WS-RNT-IDX) TO WS-RMD-ADM
           MOVE WS-RNT-GROSS(WS-RNT-IDX) TO WS-RMD-GROSS
           MOVE WS-RNT-REFUND(WS-RNT-IDX) TO WS-RMD-REFUND
           MOVE WS-RNT-NET TO WS-RMD-NET
           MOVE WS-RNT-RATE(WS-RNT-IDX) TO WS-RMD-PCT
           MOVE WS-RNT-OWED TO WS-RMD-OWED
           MOVE WS-REMIT-DETAIL TO REMIT-RECORD
           WRITE REMIT-RECORD

           ADD WS-RNT-ADM(WS-RNT-IDX) TO WS-RNT-D-ADM
           ADD WS-RNT-NET TO WS-RNT-D-NET
           ADD WS-RNT-OWED TO WS-RNT-D-OWED
           MOVE 'Y' TO WS-RNT-DONE(WS-RNT-IDX).

       NEW-EMPLOYEE.
           DISPLAY " ".
           DISPLAY "*************************"
           DISPLAY " REGISTER A NEW EMPLOYEE".
           DISPLAY "*************************"
           DISPLAY "ENTER FIRST NAME: "
           ACCEPT FE-FNAME
           DISPLAY "ENTER LAST NAME: "
           ACCEPT FE-LNAME
           PERFORM LIST-EMPLOYEE-ROLES
           DISPLAY "ENTER POST NUMBER: "
           ACCEPT FE-POSITION
           MOVE FE-POSITION TO WS-ROLE-LOOKUP-POST
           PERFORM ROLE-LOOKUP
           PERFORM UNTIL WS-ROLE-FOUND-IDX GREATER 0
               DISPLAY "ERROR! NO ROLE FOR THAT POST NUMBER!"
               DISPLAY "ENTER POST NUMBER: "
               ACCEPT FE-POSITION
               MOVE FE-POSITION TO WS-ROLE-LOOKUP-POST
               PERFORM ROLE-LOOKUP
           END-PERFORM
           DISPLAY "ENTER PASSCODE (E.G. 1234):"
           ACCEPT WS-PASS-ACCEPT
           MOVE WS-PASS-ACCEPT TO WS-HASH-INPUT
           PERFORM HASH-PASSCODE
           MOVE WS-HASH-6 TO FE-PASSCODE
           MOVE 0 TO FE-FAILED-COUNT
           MOVE 'N' TO FE-LOCKED
           DISPLAY "ACCOUNT ID     : "FE-ACCID" ".
           DISPLAY "ACCOUNT HOLDER : "FUNCTION UPPER-CASE(FE-LNAME)
                                      FUNCTION UPPER-CASE(FE-FNAME).
           DISPLAY "POST           : "FE-POSITION" "
                   WS-ROLE-NAME(WS-ROLE-FOUND-IDX).
           CLOSE FD-EMPLOYEES

           MOVE FA-ACCID TO WS-AUDIT-ACCID
                       DISPLAY "EMPLOYEE NAME         : "
                       FUNCTION UPPER-CASE(WSA-LNAME)
                       DISPLAY "EMPLOYEE POST NUMBER  : "WSA-POSITION" "
                       MOVE WSA-POSITION TO WS-ROLE-LOOKUP-POST
                       PERFORM ROLE-LOOKUP
                       IF WS-ROLE-FOUND-IDX EQUAL 0
                           DISPLAY "EMPLOYEE ROLE         : NONE (USHER"
                           " ACCESS)"
                       ELSE
                           DISPLAY "EMPLOYEE ROLE         : "
                           WS-ROLE-NAME(WS-ROLE-FOUND-IDX)
                       END-IF
              END-READ
           END-PERFORM.
           CLOSE FD-EMPLOYEES.
           MOVE 'N' TO WS-EOF
           GO TO ADMIN-MENU.

      *----MOVES AN EMPLOYEE TO ANOTHER POST, WHICH CHANGES THE----
      *----ROLE AND SO THE MENU OPTIONS THEY GET AT NEXT LOGIN----
       CHANGE-EMPLOYEE-POST.
           DISPLAY " ".
           DISPLAY "************************"
           DISPLAY " CHANGE AN EMPLOYEE POST".
           DISPLAY "************************"
           DISPLAY "ENTER EMPLOYEE'S ACCOUNT ID:".
           ACCEPT FE-ACCID

           OPEN I-O FD-EMPLOYEES
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-EMPLOYEES
                   KEY IS FE-ACCID
                   INVALID KEY DISPLAY "ERROR! INVALID ACCOUNT ID!"
                   NOT INVALID KEY PERFORM CHANGE-EMPLOYEE-POST-APPLY
               END-READ
           ELSE
               DISPLAY "ERROR! INVALID ACCOUNT ID!"
           END-IF
           CLOSE FD-EMPLOYEES
           GO TO ADMIN-MENU.

       CHANGE-EMPLOYEE-POST-APPLY.
           DISPLAY "EMPLOYEE NAME  : " FUNCTION UPPER-CASE(FE-LNAME)
                                       FUNCTION UPPER-CASE(FE-FNAME)
           DISPLAY "CURRENT POST   : " FE-POSITION
           PERFORM LIST-EMPLOYEE-ROLES
           DISPLAY "ENTER NEW POST NUMBER:"
           ACCEPT WS-ROLE-LOOKUP-POST
           PERFORM ROLE-LOOKUP
           IF WS-ROLE-FOUND-IDX EQUAL 0
               DISPLAY "ERROR! NO ROLE FOR THAT POST NUMBER!"
           ELSE
               MOVE WS-ROLE-LOOKUP-POST TO FE-POSITION
               REWRITE FE-ACCOUNT
               DISPLAY "POST UPDATED - ROLE IS NOW "
                   WS-ROLE-NAME(WS-ROLE-FOUND-IDX)
               MOVE FA-ACCID TO WS-AUDIT-ACCID
               MOVE "EMPLOYEE POST CHANGE" TO WS-AUDIT-ACTION
               MOVE FE-ACCID TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----LISTS THE POST NUMBERS THAT CARRY A ROLE----
       LIST-EMPLOYEE-ROLES.
           DISPLAY "POST NUMBERS:"
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX GREATER WS-ROLE-COUNT
               DISPLAY "  " WS-ROLE-POST(WS-ROLE-IDX) " - "
                   WS-ROLE-NAME(WS-ROLE-IDX)
           END-PERFORM.

      *----SHOWS PAID VS UNPAID SEAT COUNTS BY MOVIE AND BY CINEMA----
       RESERVATIONS-DASHBOARD.
           MOVE 0 TO WS-DASH-MOVIE-COUNT
                       REWRITE FE-ACCOUNT
                   END-IF
                   CLOSE FD-EMPLOYEES
                   MOVE FE-POSITION TO WS-ROLE-LOOKUP-POST
                   PERFORM ROLE-LOOKUP
                   IF WS-ROLE-FOUND-IDX EQUAL 0
                       DISPLAY "POST " FE-POSITION " HAS NO ROLE -"
                       " SIGNED IN WITH USHER ACCESS. ASK AN ADMIN"
                       " TO CORRECT THE POST NUMBER."
                       MOVE WS-ROLE-USHER TO WS-EMP-ROLE
                   ELSE
                       MOVE WS-ROLE-FOUND-IDX TO WS-EMP-ROLE
                   END-IF
                   GO TO EMPLOYEE-MENU
               ELSE
                   ADD 1 TO FE-FAILED-COUNT
           DISPLAY "******************************************"
           DISPLAY "WELCOME BACK, EMPLOYEE " FUNCTION
                    UPPER-CASE(FE-FNAME)
                    " (" WS-ROLE-NAME(WS-EMP-ROLE) ")"
      *----ONLY THE OPTIONS THE EMPLOYEE'S ROLE ALLOWS ARE SHOWN----
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 1) EQUAL 'Y'
               DISPLAY "1 - VIEW TICKET DETAILS"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 2) EQUAL 'Y'
               DISPLAY "2 - CONFIRM PAYMENT"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 3) EQUAL 'Y'
               DISPLAY "3 - BOX OFFICE SALE (WALK-IN)"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 4) EQUAL 'Y'
               DISPLAY "4 - TICKET CHECK-IN"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 5) EQUAL 'Y'
               DISPLAY "5 - NO-SHOW REPORT"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 6) EQUAL 'Y'
               DISPLAY "6 - REFUND TICKET"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 7) EQUAL 'Y'
               DISPLAY "7 - DRAWER SETTLEMENT"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 8) EQUAL 'Y'
               DISPLAY "8 - EXCHANGE TICKET"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 10) EQUAL 'Y'
               DISPLAY "10 - SELL GIFT VOUCHER"
           END-IF
           IF WS-ROLE-ALLOW(WS-EMP-ROLE, 11) EQUAL 'Y'
               DISPLAY "11 - CORPORATE ACCOUNTS AND GROUP BOOKINGS"
           END-IF
           DISPLAY "9 - LOGOUT".
           ACCEPT WS-DECISION.

           IF WS-DECISION NOT LESS THAN 1 AND
               WS-DECISION NOT GREATER THAN 11
               MOVE WS-DECISION TO WS-MENU-OPT
               IF WS-ROLE-ALLOW(WS-EMP-ROLE, WS-MENU-OPT)
                   NOT EQUAL 'Y'
                   DISPLAY "ERROR! THAT OPTION IS NOT AVAILABLE TO"
                   " YOUR ROLE!"
                   GO TO EMPLOYEE-MENU
               END-IF
           END-IF

           IF WS-DECISION = 1 THEN
               GO TO VIEW-TICKET
           ELSE IF WS-DECISION = 2 THEN
               GO TO PAY-CONFIRM
           ELSE IF WS-DECISION = 3 THEN
               GO TO POS-SALE
           ELSE IF WS-DECISION = 4 THEN
               GO TO TICKET-CHECKIN
           ELSE IF WS-DECISION = 5 THEN
               GO TO NOSHOW-REPORT
           ELSE IF WS-DECISION = 6 THEN
               GO TO REFUND-TICKET
           ELSE IF WS-DECISION = 7 THEN
               GO TO DRAWER-SETTLEMENT
           ELSE IF WS-DECISION = 8 THEN
               GO TO EXCHANGE-TICKET
           ELSE IF WS-DECISION = 9 THEN
               GO TO EMPLOYEE-PARA
           ELSE IF WS-DECISION = 10 THEN
               GO TO VOUCHER-SELL
           ELSE IF WS-DECISION = 11 THEN
               GO TO GROUP-MENU
           ELSE
               DISPLAY "ERROR! INVALID INPUT!"
               GO TO EMPLOYEE-MENU
           IF WS-PTS-LOOKUP-ACCID GREATER 0
               PERFORM POINTS-REDEEM-PROMPT
           END-IF
           PERFORM VOUCHER-REDEEM-PROMPT
           MOVE 0 TO WS-CHANGE-DUE
           IF WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "ENTER AMOUNT TENDERED: "
               DISPLAY "POINTS USED    : " WS-PTS-REDEEM
                   " (-" WS-PTS-REDEEM-VALUE ")"
           END-IF
           IF WS-VCH-USED-AMT GREATER 0
               DISPLAY "GIFT VOUCHER   : " WS-VCH-USED-NUM
                   " (-" WS-VCH-USED-AMT ")"
               DISPLAY "VOUCHER LEFT   : " WS-VCH-LEFT
           END-IF
           DISPLAY "PAY METHOD     : " WS-PAY-METHOD-IN
           IF WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "TENDERED       : " WS-AMOUNT-TENDERED
               MOVE ORDER-ID-INPUT TO WS-PTS-W-ORDER
               PERFORM POINTS-SETTLE-ORDER
           END-IF
           MOVE ORDER-ID-INPUT TO WS-VTX-W-ORDER
           MOVE WS-PTS-LOOKUP-ACCID TO WS-VTX-W-CUST
           PERFORM VOUCHER-SETTLE-ORDER

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "PAYMENT CONFIRMED" TO WS-AUDIT-ACTION
               DISPLAY "SEAT           : " WS-LAYOUT-NUM
                   FUNCTION UPPER-CASE(WS-SEATNUMBER)
               DISPLAY "AMOUNT PAID    : " WS-AMOUNT-PAID
               PERFORM EXCHANGE-TICKET-VALUE
               IF WS-EXC-VALUE NOT EQUAL WS-AMOUNT-PAID
                   DISPLAY "VALUE AFTER EXCHANGES : " WS-EXC-VALUE
               END-IF
               DISPLAY "ENTER REFUND REASON (UP TO 30 CHARACTERS):"
               ACCEPT WS-REFUND-REASON-IN
               DISPLAY "REFUND " WS-EXC-VALUE " TO THE CUSTOMER?"
               DISPLAY "1 - YES"
               DISPLAY "2 - NO"
               ACCEPT WS-REFUND-CONFIRM
               MOVE 0 TO WS-REFUND-APPROVER
               IF WS-REFUND-CONFIRM EQUAL 1 AND
                   WS-EXC-VALUE GREATER WS-SUP-REFUND-LIMIT
                   DISPLAY "REFUNDS OVER " WS-SUP-REFUND-LIMIT
                   " NEED A SUPERVISOR'S APPROVAL."
                   MOVE "OVERRIDE REFUND" TO WS-SUP-ACTION
                   MOVE WS-SEATID TO WS-SUP-KEY
                   PERFORM SUPERVISOR-APPROVE
                   IF WS-SUP-OK EQUAL 'Y'
                       MOVE WS-SUP-ACCID TO WS-REFUND-APPROVER
                   ELSE
                       MOVE 2 TO WS-REFUND-CONFIRM
                   END-IF
               END-IF
               IF WS-REFUND-CONFIRM EQUAL 1
                   PERFORM REFUND-APPLY
               ELSE
           MOVE WS-MOVIE-TITLE TO REFUND-MOVIE-TITLE
           MOVE WS-RESERVE-SHOW-ID TO REFUND-SHOW-ID
           MOVE WS-CINEMA-NUM TO REFUND-CINEMA-NUM
           MOVE WS-EXC-VALUE TO REFUND-AMOUNT
           MOVE WS-REFUND-REASON-IN TO REFUND-REASON
           MOVE DATER TO REFUND-DATE
           MOVE FE-ACCID TO REFUND-EMPLOYEE-ID
           MOVE WS-DATE-PAID TO REFUND-DATE-PAID
           MOVE WS-REFUND-APPROVER TO REFUND-APPROVER-ID

           OPEN I-O FD-REFUND
               IF WS-FILESTATUS = 35 THEN
               MOVE "REFUND" TO WS-NOTIFY-TYPE
               MOVE SPACES TO WS-NOTIFY-TEXT
               STRING "REFUND OF " DELIMITED BY SIZE
                   WS-EXC-VALUE DELIMITED BY SIZE
                   " PROCESSED FOR ORDER " DELIMITED BY SIZE
                   WS-RESERVE-ORDER-ID DELIMITED BY SIZE
                   INTO WS-NOTIFY-TEXT
           MOVE SEATID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG.

      *----TICKET EXCHANGE: MOVES THE PAID, NOT-YET-USED SEATS OF----
      *----ONE ORDER TO ANOTHER SHOWTIME OR TO OTHER SEATS. EACH----
      *----RESERVATION ROW IS REWRITTEN IN PLACE SO THE ORDER----
      *----NUMBER, LOYALTY POINTS AND CONCESSION LINES STAY WITH IT,----
      *----AND ONLY THE PRICE DIFFERENCE CHANGES HANDS; IT GOES ON----
      *----THE EXCHANGE LEDGER RATHER THAN THROUGH A REFUND AND A----
      *----FRESH SALE----
       EXCHANGE-TICKET.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "*****************"
           DISPLAY " TICKET EXCHANGE"
           DISPLAY "*****************"
           DISPLAY "INPUT ORDER NUMBER:"
           ACCEPT ORDER-ID-INPUT
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-EXC-TODAY8
           END-STRING

           MOVE 0 TO WS-EXC-SEAT-COUNT
           MOVE 0 TO WS-EXC-SKIPPED
           MOVE 0 TO WS-EXC-OLD-TOTAL
           MOVE 0 TO WS-EXC-CUST
           MOVE 0 TO WS-EXC-MOVIECODE
           MOVE SPACES TO WS-EXC-TITLE
           MOVE SPACE TO WS-EXC-ORIG-TENDER
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-RESERVEDSEAT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-RESERVEDSEAT NEXT RECORD
                       INTO WS-RESERVEDSEAT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-RESERVE-ORDER-ID EQUAL ORDER-ID-INPUT
                           AND WS-RESERVE-STATUS EQUAL 'PAID'
                           PERFORM EXCHANGE-LOAD-SEAT
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEDSEAT
           MOVE 'N' TO WS-EOF

           IF WS-EXC-SEAT-COUNT EQUAL 0
               DISPLAY "NO PAID, UNUSED SEATS FOR AN UPCOMING SHOWING"
               " UNDER THIS ORDER NUMBER!"
               GO TO EMPLOYEE-MENU
           END-IF

           DISPLAY " "
           DISPLAY "MOVIE TITLE    : " FUNCTION
               UPPER-CASE(WS-EXC-TITLE)
           DISPLAY "SEATS TO EXCHANGE:"
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX GREATER WS-EXC-SEAT-COUNT
               DISPLAY "  RESERVATION " WS-EXC-SEATID(WS-EXC-IDX)
                   " SHOW " WS-EXC-OLD-SHOWID(WS-EXC-IDX)
                   " SEAT " WS-EXC-OLD-ROW(WS-EXC-IDX)
                   FUNCTION UPPER-CASE(WS-EXC-OLD-COL(WS-EXC-IDX))
                   " (" WS-EXC-TKT-TYPE(WS-EXC-IDX) ") VALUE "
                   WS-EXC-OLD-VALUE(WS-EXC-IDX)
           END-PERFORM
           IF WS-EXC-SKIPPED GREATER 0
               DISPLAY WS-EXC-SKIPPED " SEAT(S) ALREADY USED OR FOR A"
               " PAST SHOWING ARE NOT EXCHANGED."
           END-IF

      *----THE NEW SHOWING MAY BE OF ANY MOVIE CURRENTLY ON FILE----
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-ML-COUNT
           DISPLAY " "
           DISPLAY "MOVIES:"
           OPEN INPUT FD-MOVIES
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FD-MOVIES NEXT RECORD INTO WS-MOVIES
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   IF WS-ML-COUNT LESS THAN 50
                       ADD 1 TO WS-ML-COUNT
                       MOVE WS-MOVIECODE TO WS-ML-CODE(WS-ML-COUNT)
                       MOVE WS-TITLE TO WS-ML-TITLE(WS-ML-COUNT)
                       MOVE WS-PRICE TO WS-ML-PRICE(WS-ML-COUNT)
                       DISPLAY WS-ML-COUNT " - " FUNCTION
                           UPPER-CASE(WS-TITLE)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FD-MOVIES
           MOVE 'N' TO WS-EOF
           DISPLAY "0 - SAME MOVIE"
           DISPLAY "SELECT MOVIE FOR THE NEW SHOWING:"
           MOVE 99 TO WS-SEL-IDX
           PERFORM UNTIL WS-SEL-IDX NOT GREATER WS-ML-COUNT
               ACCEPT WS-SEL-IDX
               IF WS-SEL-IDX GREATER WS-ML-COUNT
                   DISPLAY "ERROR! INVALID SELECTION!"
               END-IF
           END-PERFORM
           IF WS-SEL-IDX EQUAL 0
               MOVE WS-EXC-MOVIECODE TO WS-SEL-MOVIECODE
               MOVE WS-EXC-TITLE TO WS-SEL-MOVIETITLE
           ELSE
               MOVE WS-ML-CODE(WS-SEL-IDX) TO WS-SEL-MOVIECODE
               MOVE WS-ML-TITLE(WS-SEL-IDX) TO WS-SEL-MOVIETITLE
           END-IF

      *----THE WALK-IN SALE'S SHOWTIME PICKER LISTS THE UPCOMING----
      *----SHOWINGS WITH THEIR FREE SEATS AND SETS WS-SEL-*----
           PERFORM POS-SELECT-SHOWTIME.

      *----TAKES ONE NEW SEAT PER OLD SEAT ON THE CHOSEN SHOWING AND----
      *----REPRICES EACH AT ITS OWN TICKET TYPE FOR THE NEW SLOT----
       EXCHANGE-SEAT-SELECT.
           DISPLAY " "
           DISPLAY "**********************"
           DISPLAY " CINEMA " WS-SEL-CINNUM " SEAT LAYOUT"
           DISPLAY "**********************"
           MOVE WS-SEL-SHOWID TO LO-SHOW-ID
           MOVE WS-SEL-CINNUM TO WS-CFG-CINNUM
           PERFORM DISPLAY-SHOWTIME-LAYOUT
           PERFORM COUNT-AVAILABLE-SEATS
           IF WS-AVAILABLE-SEAT LESS THAN WS-EXC-SEAT-COUNT
               DISPLAY "NOT ENOUGH FREE SEATS ON THIS SHOWING FOR THE"
               " ORDER - EXCHANGE NOT MADE."
               GO TO EMPLOYEE-MENU
           END-IF

           MOVE WS-SEL-SHOWDATE TO WS-TKT-SHOW-DATE
           MOVE WS-SEL-SHOWTIME TO WS-TKT-SHOW-TIME
           PERFORM SHOWTIME-PRICE-SLOT
           MOVE WS-SEL-MOVIECODE TO WS-TKT-MOVIECODE
           MOVE 0 TO WS-EXC-NEW-TOTAL
           MOVE 'Y' TO WS-SEAT-BY-STAFF
           PERFORM VARYING WS-ORDER-SEAT-IDX FROM 1 BY 1
               UNTIL WS-ORDER-SEAT-IDX GREATER WS-EXC-SEAT-COUNT
               MOVE WS-ORDER-SEAT-IDX TO WS-EXC-IDX
               MOVE 'N' TO SEAT-VALID
               PERFORM UNTIL SEAT-VALID EQUAL 'Y'
                   DISPLAY "NEW SEAT FOR "
                       WS-EXC-OLD-ROW(WS-EXC-IDX) FUNCTION
                       UPPER-CASE(WS-EXC-OLD-COL(WS-EXC-IDX))
                       " (E.G. 1C)"
                   ACCEPT SEAT-INPUT
                   MOVE SEAT-INPUT(1:1) TO SEAT-KEY-INPUT
                   MOVE SEAT-INPUT(2:1) TO SEAT-NUMBER-INPUT
                   PERFORM IS-SEAT-TAKEN
                   IF SEAT-VALID EQUAL 'Y'
                       PERFORM CHECK-SEAT-IN-ORDER
                   END-IF
               END-PERFORM
               MOVE SEAT-KEY-INPUT TO WS-ORDER-ROW(WS-EXC-IDX)
               MOVE SEAT-NUMBER-INPUT TO WS-ORDER-COL(WS-EXC-IDX)
               MOVE WS-EXC-TKT-TYPE(WS-EXC-IDX) TO WS-TKT-TYPE
               PERFORM LOOKUP-TICKET-PRICE
               MOVE WS-TKT-PRICE TO WS-EXC-NEW-PRICE(WS-EXC-IDX)
               ADD WS-TKT-PRICE TO WS-EXC-NEW-TOTAL
               DISPLAY "SEAT " SEAT-KEY-INPUT FUNCTION
                   UPPER-CASE(SEAT-NUMBER-INPUT) " (" WS-TKT-TYPE
                   ") : " WS-TKT-PRICE
           END-PERFORM

           COMPUTE WS-EXC-DIFF = WS-EXC-NEW-TOTAL - WS-EXC-OLD-TOTAL
           MOVE WS-EXC-DIFF TO WS-EXC-DIFF-ABS
           DISPLAY " "
           DISPLAY "CURRENT VALUE  : " WS-EXC-OLD-TOTAL
           DISPLAY "NEW VALUE      : " WS-EXC-NEW-TOTAL
           IF WS-EXC-DIFF GREATER 0
               DISPLAY "TO COLLECT     : " WS-EXC-DIFF-ABS
           ELSE IF WS-EXC-DIFF LESS THAN 0
               DISPLAY "TO PAY BACK    : " WS-EXC-DIFF-ABS
           ELSE
               DISPLAY "NO PRICE DIFFERENCE."
           END-IF
           DISPLAY "CONFIRM EXCHANGE?"
           DISPLAY "1 - YES"
           DISPLAY "2 - NO"
           ACCEPT WS-EXC-CONFIRM
           IF WS-EXC-CONFIRM NOT EQUAL 1
               DISPLAY "EXCHANGE NOT MADE."
               GO TO EMPLOYEE-MENU
           END-IF

      *----THE DIFFERENCE IS SETTLED IN WHATEVER TENDER THE----
      *----CUSTOMER CHOOSES; AN EVEN EXCHANGE KEEPS THE ORDER'S----
      *----ORIGINAL TENDER ON ITS LEDGER ROWS----
           MOVE 0 TO WS-CHANGE-DUE
           IF WS-EXC-DIFF GREATER 0
               PERFORM ACCEPT-PAY-METHOD
               IF WS-PAY-METHOD-IN EQUAL 'C'
                   DISPLAY "ENTER AMOUNT TENDERED: "
                   ACCEPT WS-AMOUNT-TENDERED
                   PERFORM UNTIL WS-AMOUNT-TENDERED
                       NOT LESS THAN WS-EXC-DIFF-ABS
                       DISPLAY "AMOUNT IS LESS THAN THE DIFFERENCE: "
                       WS-EXC-DIFF-ABS
                       DISPLAY "ENTER AMOUNT TENDERED: "
                       ACCEPT WS-AMOUNT-TENDERED
                   END-PERFORM
                   COMPUTE WS-CHANGE-DUE =
                       WS-AMOUNT-TENDERED - WS-EXC-DIFF-ABS
               END-IF
           ELSE IF WS-EXC-DIFF LESS THAN 0
               DISPLAY "PAY THE DIFFERENCE BACK BY -"
               PERFORM ACCEPT-PAY-METHOD
           ELSE
               MOVE WS-EXC-ORIG-TENDER TO WS-PAY-METHOD-IN
           END-IF

           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "*********************"
           DISPLAY "   EXCHANGE RECEIPT"
           DISPLAY "*********************"
           DISPLAY "ORDER NUMBER   : " ORDER-ID-INPUT
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX GREATER WS-EXC-SEAT-COUNT
               MOVE WS-ORDER-ROW(WS-EXC-IDX) TO SEAT-KEY-INPUT
               MOVE WS-ORDER-COL(WS-EXC-IDX) TO SEAT-NUMBER-INPUT
               PERFORM RESERVE-MARK-SEAT
               PERFORM EXCHANGE-MOVE-SEAT
               DISPLAY "RESERVATION ID : " WS-EXC-SEATID(WS-EXC-IDX)
                   " " WS-EXC-OLD-ROW(WS-EXC-IDX) FUNCTION
                   UPPER-CASE(WS-EXC-OLD-COL(WS-EXC-IDX)) " -> "
                   SEAT-KEY-INPUT FUNCTION
                   UPPER-CASE(SEAT-NUMBER-INPUT)
           END-PERFORM
           DISPLAY "MOVIE TITLE    : " FUNCTION
               UPPER-CASE(WS-SEL-MOVIETITLE)
           DISPLAY "CINEMA         : " WS-SEL-CINNUM
           DISPLAY "SHOWING        : " WS-SEL-SHOWDATE " "
               WS-SEL-SHOWTIME
           IF WS-EXC-DIFF GREATER 0
               DISPLAY "COLLECTED      : " WS-EXC-DIFF-ABS
           ELSE IF WS-EXC-DIFF LESS THAN 0
               DISPLAY "PAID BACK      : " WS-EXC-DIFF-ABS
           END-IF
           DISPLAY "PAY METHOD     : " WS-PAY-METHOD-IN
           IF WS-EXC-DIFF GREATER 0 AND WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "TENDERED       : " WS-AMOUNT-TENDERED
               DISPLAY "CHANGE DUE     : " WS-CHANGE-DUE
           END-IF
           DISPLAY "EMPLOYEE ID    : " FE-ACCID
           DISPLAY "*********************"
           DISPLAY " "
           DISPLAY "EXCHANGE COMPLETE!"

      *----TEXT THE CUSTOMER THEIR NEW SHOWING----
           MOVE WS-EXC-CUST TO WS-NOTIFY-CUST
           PERFORM NOTIFY-LOOKUP-PHONE
           IF WS-NOTIFY-FOUND EQUAL 'Y'
               MOVE "EXCHANGE" TO WS-NOTIFY-TYPE
               MOVE SPACES TO WS-NOTIFY-TEXT
               STRING "ORDER " DELIMITED BY SIZE
                   ORDER-ID-INPUT DELIMITED BY SIZE
                   " MOVED TO " DELIMITED BY SIZE
                   WS-SEL-SHOWDATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEL-SHOWTIME DELIMITED BY SIZE
                   " CINEMA " DELIMITED BY SIZE
                   WS-SEL-CINNUM DELIMITED BY SIZE
                   INTO WS-NOTIFY-TEXT
               END-STRING
               PERFORM QUEUE-NOTIFICATION
           END-IF

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "TICKET EXCHANGE" TO WS-AUDIT-ACTION
           MOVE ORDER-ID-INPUT TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG

           GO TO EMPLOYEE-MENU.

      *----ADDS THE PAID ROW NOW IN WS-RESERVEDSEAT TO THE SEATS TO----
      *----EXCHANGE, UNLESS IT WAS ALREADY ADMITTED OR ITS SHOWING----
      *----IS PAST (OR NO LONGER ON FILE)----
       EXCHANGE-LOAD-SEAT.
           MOVE 0 TO WS-EXC-SHOWDATE8
           MOVE WS-RESERVE-SHOW-ID TO SHOW-ID
           OPEN INPUT FD-SHOWTIME
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-SHOWTIME INTO WS-SHOWTIME-REC
                   KEY IS SHOW-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   IF WS-SHOW-DATE(1:4) IS NUMERIC AND
                       WS-SHOW-DATE(6:2) IS NUMERIC AND
                       WS-SHOW-DATE(9:2) IS NUMERIC
                       STRING WS-SHOW-DATE(1:4) DELIMITED BY SIZE
                           WS-SHOW-DATE(6:2) DELIMITED BY SIZE
                           WS-SHOW-DATE(9:2) DELIMITED BY SIZE
                           INTO WS-EXC-SHOWDATE8
                       END-STRING
                   END-IF
               END-READ
           END-IF
           CLOSE FD-SHOWTIME
           IF WS-DATE-ADMITTED NOT EQUAL SPACES OR
               WS-EXC-SHOWDATE8 LESS THAN WS-EXC-TODAY8 OR
               WS-EXC-SEAT-COUNT NOT LESS THAN 5
               ADD 1 TO WS-EXC-SKIPPED
           ELSE
               ADD 1 TO WS-EXC-SEAT-COUNT
               MOVE WS-SEATID TO WS-EXC-SEATID(WS-EXC-SEAT-COUNT)
               MOVE WS-RESERVE-SHOW-ID TO
                   WS-EXC-OLD-SHOWID(WS-EXC-SEAT-COUNT)
               MOVE WS-CINEMA-NUM TO
                   WS-EXC-OLD-CINNUM(WS-EXC-SEAT-COUNT)
               MOVE WS-MOVIE-ID TO WS-EXC-OLD-MOVIE(WS-EXC-SEAT-COUNT)
               MOVE WS-LAYOUT-NUM TO WS-EXC-OLD-ROW(WS-EXC-SEAT-COUNT)
               MOVE WS-SEATNUMBER TO
                   WS-EXC-OLD-COL(WS-EXC-SEAT-COUNT)
               IF WS-TICKET-TYPE EQUAL 'R' OR WS-TICKET-TYPE EQUAL 'S'
                   OR WS-TICKET-TYPE EQUAL 'T' OR
                   WS-TICKET-TYPE EQUAL 'C'
                   MOVE WS-TICKET-TYPE TO
                       WS-EXC-TKT-TYPE(WS-EXC-SEAT-COUNT)
               ELSE
                   MOVE 'R' TO WS-EXC-TKT-TYPE(WS-EXC-SEAT-COUNT)
               END-IF
               PERFORM EXCHANGE-TICKET-VALUE
               MOVE WS-EXC-VALUE TO
                   WS-EXC-OLD-VALUE(WS-EXC-SEAT-COUNT)
               ADD WS-EXC-VALUE TO WS-EXC-OLD-TOTAL
               MOVE WS-CUSTOMER-ID TO WS-EXC-CUST
               MOVE WS-MOVIE-ID TO WS-EXC-MOVIECODE
               MOVE WS-MOVIE-TITLE TO WS-EXC-TITLE
               MOVE WS-PAY-METHOD TO WS-EXC-ORIG-TENDER
           END-IF.

      *----CURRENT VALUE OF THE PAID TICKET IN WS-RESERVEDSEAT: WHAT----
      *----WAS PAID FOR IT PLUS OR MINUS EVERY EXCHANGE DIFFERENCE----
      *----SINCE. THE ORDER NUMBER MUST MATCH TOO, AS A SEATID IS----
      *----REUSED ONCE ITS ROW IS GONE. COMES BACK IN WS-EXC-VALUE----
       EXCHANGE-TICKET-VALUE.
           MOVE 0 TO WS-EXC-SEAT-NET
           MOVE 'N' TO WS-EXC-EOF
           OPEN INPUT FD-EXCHANGE
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-SEATID TO EXCH-SEATID
               START FD-EXCHANGE KEY IS EQUAL TO EXCH-SEATID
                   INVALID KEY MOVE 'Y' TO WS-EXC-EOF
               END-START
               PERFORM UNTIL WS-EXC-EOF EQUAL 'Y'
                   READ FD-EXCHANGE NEXT RECORD INTO WS-EXCHREC
                       AT END MOVE 'Y' TO WS-EXC-EOF
                       NOT AT END
                       IF WS-EXCH-SEATID NOT EQUAL WS-SEATID
                           MOVE 'Y' TO WS-EXC-EOF
                       ELSE
                       IF WS-EXCH-ORDER-ID EQUAL WS-RESERVE-ORDER-ID
                           ADD WS-EXCH-DIFF TO WS-EXC-SEAT-NET
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-EXCHANGE
           MOVE 'N' TO WS-EXC-EOF
           COMPUTE WS-EXC-VALUE = WS-AMOUNT-PAID + WS-EXC-SEAT-NET.

      *----REWRITES THE RESERVATION AT WS-EXC-IDX ONTO THE NEW SEAT----
      *----IN SEAT-KEY-INPUT/SEAT-NUMBER-INPUT, LOGS THE LEDGER ROW,----
      *----FREES THE OLD SEAT AND OFFERS IT TO THE WAITLIST. THE----
      *----ORIGINAL PAYMENT FIELDS ARE LEFT AS THEY WERE----
       EXCHANGE-MOVE-SEAT.
           MOVE 'N' TO WS-ORDER-FOUND
           MOVE WS-EXC-SEATID(WS-EXC-IDX) TO SEATID
           OPEN I-O FD-RESERVEDSEAT
           READ FD-RESERVEDSEAT INTO WS-RESERVEDSEAT
               KEY IS SEATID
               INVALID KEY DISPLAY "INVALID RESERVATION ID!"
               NOT INVALID KEY
               MOVE 'Y' TO WS-ORDER-FOUND
               MOVE WS-SEL-SHOWID TO RESERVE-SHOW-ID
               MOVE WS-SEL-CINNUM TO CINEMA-NUM
               MOVE SEAT-KEY-INPUT TO LAYOUT-NUM
               MOVE SEAT-NUMBER-INPUT TO SEATNUMBER
               MOVE WS-SEL-MOVIECODE TO MOVIE-ID
               MOVE WS-SEL-MOVIETITLE TO MOVIE-TITLE
               REWRITE C-RESERVEDSEAT
                   INVALID KEY DISPLAY "INVALID KEY!"
               END-REWRITE
           END-READ
           CLOSE FD-RESERVEDSEAT

           IF WS-ORDER-FOUND EQUAL 'Y'
               PERFORM EXCHANGE-WRITE-LEDGER
               PERFORM MAKE-AVAILABLE-SEAT
               MOVE WS-RESERVE-SHOW-ID TO WS-WL-PROMOTE-SHOW
               PERFORM WAITLIST-PROMOTE
           END-IF.

      *----WRITES ONE EXCHANGE LEDGER ROW FOR THE SEAT AT WS-EXC-IDX----
      *----WS-RESERVEDSEAT STILL HOLDS THE ROW AS IT WAS BEFORE----
       EXCHANGE-WRITE-LEDGER.
           MOVE 0 TO WS-EXC-COUNTER
           MOVE 'N' TO WS-EXC-EOF
           OPEN INPUT FD-EXCHANGE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EXC-EOF EQUAL 'Y'
                   READ FD-EXCHANGE NEXT RECORD INTO WS-EXCHREC
                       AT END MOVE 'Y' TO WS-EXC-EOF
                       NOT AT END
                       IF WS-EXCH-ID GREATER WS-EXC-COUNTER
                           MOVE WS-EXCH-ID TO WS-EXC-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-EXCHANGE
           MOVE 'N' TO WS-EXC-EOF
           ADD 1 TO WS-EXC-COUNTER

           MOVE WS-EXC-COUNTER TO EXCH-ID
           MOVE WS-EXC-SEATID(WS-EXC-IDX) TO EXCH-SEATID
           MOVE ORDER-ID-INPUT TO EXCH-ORDER-ID
           MOVE WS-EXC-CUST TO EXCH-CUSTOMER-ID
           MOVE WS-EXC-OLD-MOVIE(WS-EXC-IDX) TO EXCH-OLD-MOVIE-ID
           MOVE WS-EXC-OLD-SHOWID(WS-EXC-IDX) TO EXCH-OLD-SHOW-ID
           MOVE WS-EXC-OLD-CINNUM(WS-EXC-IDX) TO EXCH-OLD-CINEMA-NUM
           MOVE WS-EXC-OLD-ROW(WS-EXC-IDX) TO EXCH-OLD-SEAT(1:1)
           MOVE WS-EXC-OLD-COL(WS-EXC-IDX) TO EXCH-OLD-SEAT(2:1)
           MOVE WS-EXC-OLD-VALUE(WS-EXC-IDX) TO EXCH-OLD-AMOUNT
           MOVE WS-SEL-MOVIECODE TO EXCH-NEW-MOVIE-ID
           MOVE WS-SEL-MOVIETITLE TO EXCH-NEW-MOVIE-TITLE
           MOVE WS-SEL-SHOWID TO EXCH-NEW-SHOW-ID
           MOVE WS-SEL-CINNUM TO EXCH-NEW-CINEMA-NUM
           MOVE SEAT-KEY-INPUT TO EXCH-NEW-SEAT(1:1)
           MOVE SEAT-NUMBER-INPUT TO EXCH-NEW-SEAT(2:1)
           MOVE WS-EXC-NEW-PRICE(WS-EXC-IDX) TO EXCH-NEW-AMOUNT
           COMPUTE EXCH-DIFF = WS-EXC-NEW-PRICE(WS-EXC-IDX) -
               WS-EXC-OLD-VALUE(WS-EXC-IDX)
           MOVE WS-PAY-METHOD-IN TO EXCH-TENDER
           MOVE DATER TO EXCH-DATE
           MOVE FE-ACCID TO EXCH-EMPLOYEE-ID
           MOVE WS-EXC-TKT-TYPE(WS-EXC-IDX) TO EXCH-TKT-TYPE

           OPEN I-O FD-EXCHANGE
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-EXCHANGE
                   CLOSE FD-EXCHANGE
                   OPEN I-O FD-EXCHANGE
               END-IF
           WRITE EXCH-RECORD
           CLOSE FD-EXCHANGE.

      *----DOOR CHECK-IN: A PAID TICKET FOR A SHOWTIME RUNNING----
      *----TODAY IS MARKED ADMITTED EXACTLY ONCE; A SECOND SCAN----
      *----OF THE SAME TICKET IS REFUSED----
      *----APPLIES THE DOOR RULES TO THE TICKET JUST READ AND----
      *----STAMPS THE ADMISSION ON THE RECORD WHEN THEY ALL PASS----
       CHECKIN-VALIDATE.
           IF WS-RESERVE-STATUS NOT EQUAL 'PAID' AND
               WS-RESERVE-STATUS NOT EQUAL 'ONACCT'
               DISPLAY "TICKET IS NOT PAID - ADMISSION REFUSED!"
           ELSE
           IF WS-DATE-ADMITTED NOT EQUAL SPACES
           IF WS-SET-EMPID EQUAL 0
               MOVE FE-ACCID TO WS-SET-EMPID
           END-IF
      *----SETTLING SOMEONE ELSE'S DRAWER NEEDS A SUPERVISOR----
           MOVE 0 TO WS-SUP-ACCID
           IF WS-SET-EMPID NOT EQUAL FE-ACCID
               MOVE "OVERRIDE DRAWER" TO WS-SUP-ACTION
               MOVE WS-SET-EMPID TO WS-SUP-KEY
               PERFORM SUPERVISOR-APPROVE
               IF WS-SUP-OK NOT EQUAL 'Y'
                   DISPLAY "DRAWER SETTLEMENT NOT RUN."
                   GO TO EMPLOYEE-MENU
               END-IF
           END-IF
           DISPLAY "DATE (E.G. 2026-09-02, BLANK FOR TODAY):"
           ACCEPT WS-SET-DATE
           IF WS-SET-DATE EQUAL SPACES
           MOVE 0 TO WS-SET-REFUNDS
           MOVE 0 TO WS-SET-REDEEMED
           MOVE 0 TO WS-SET-ITEMS
           MOVE 0 TO WS-SET-EXCHANGE
           MOVE 0 TO WS-SET-VCH-SOLD
           MOVE 0 TO WS-SET-VCH-REDEEMED
           MOVE 0 TO WS-SET-CHEQUE
           MOVE 0 TO WS-SET-ACCOUNT

           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-RESERVEDSEAT
           CLOSE FD-ITEMSALE
           MOVE 'N' TO WS-EOF

      *----A TICKET EXCHANGE ONLY MOVES ITS PRICE DIFFERENCE, SO----
      *----EACH LEDGER ROW ADDS (COLLECTED) OR TAKES OFF (PAID----
      *----BACK) ITS SIGNED DIFFERENCE IN THE EXCHANGE'S TENDER----
           OPEN INPUT FD-EXCHANGE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-EXCHANGE NEXT RECORD INTO WS-EXCHREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-EXCH-DATE EQUAL WS-SET-DATE AND
                           WS-EXCH-EMPLOYEE-ID EQUAL WS-SET-EMPID
                           ADD WS-EXCH-DIFF TO WS-SET-EXCHANGE
                           IF WS-EXCH-TENDER EQUAL 'D'
                               ADD WS-EXCH-DIFF TO WS-SET-CARD
                           ELSE
                           IF WS-EXCH-TENDER EQUAL 'W'
                               ADD WS-EXCH-DIFF TO WS-SET-WALLET
                           ELSE
                               ADD WS-EXCH-DIFF TO WS-SET-CASH
                           END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-EXCHANGE
           MOVE 'N' TO WS-EOF

      *----A GIFT VOUCHER SALE IS MONEY IN THE DRAWER UNDER ITS OWN----
      *----TENDER; A VOUCHER SPENT ON AN ORDER REDUCED WHAT CAME IN----
      *----FOR THAT ORDER, SO IT NETS OFF THE ORDER'S TENDER BUCKET----
      *----THE SAME WAY A POINTS REDEMPTION DOES----
           OPEN INPUT FD-VOUCHTXN
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-VOUCHTXN NEXT RECORD INTO WS-VTXREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-VTX-DATE EQUAL WS-SET-DATE AND
                           WS-VTX-EMPLOYEE-ID EQUAL WS-SET-EMPID
                           PERFORM SETTLE-ADD-VOUCHER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHTXN
           MOVE 'N' TO WS-EOF

      *----A PAYMENT RECEIVED ON A CORPORATE INVOICE IS TAKEN INTO----
      *----THE DRAWER OF WHOEVER POSTED IT, ON THE DAY IT ARRIVED,----
      *----NOT ON THE DAY THE GROUP'S SEATS WERE BOOKED----
           OPEN INPUT FD-ARPAY
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-ARPAY NEXT RECORD INTO WS-ARPREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-ARP-DATE EQUAL WS-SET-DATE AND
                           WS-ARP-EMPLOYEE-ID EQUAL WS-SET-EMPID
                           PERFORM SETTLE-ADD-ARPAY
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ARPAY
           MOVE 'N' TO WS-EOF

      *----THE TENDER BUCKETS ALREADY INCLUDE CONCESSION MONEY AND----
      *----ARE NET OF POINTS REDEMPTIONS, SO THE DRAWER FIGURE IS----
      *----SIMPLY CASH TAKINGS LESS REFUNDS GIVEN----
           DISPLAY " "
           DISPLAY "SETTLEMENT FOR EMPLOYEE " WS-SET-EMPID
               " ON " WS-SET-DATE
           IF WS-SUP-ACCID NOT EQUAL 0
               DISPLAY "APPROVED BY SUPERVISOR : " WS-SUP-ACCID
           END-IF
           DISPLAY "SEATS PAID           : " WS-SET-SEATS
           DISPLAY "CASH TAKINGS         : " WS-SET-CASH
           DISPLAY "CARD TAKINGS         : " WS-SET-CARD
           DISPLAY "E-WALLET TAKINGS     : " WS-SET-WALLET
           DISPLAY "CHEQUE TAKINGS       : " WS-SET-CHEQUE
           DISPLAY "CONCESSION TAKINGS   : " WS-SET-ITEMS
               " (INCLUDED ABOVE)"
           DISPLAY "REFUNDS GIVEN        : -" WS-SET-REFUNDS
           DISPLAY "POINTS REDEEMED      : -" WS-SET-REDEEMED
               " (NETTED ABOVE)"
           DISPLAY "EXCHANGE DIFFERENCES : " WS-SET-EXCHANGE
               " (INCLUDED ABOVE)"
           DISPLAY "GIFT VOUCHERS SOLD   : " WS-SET-VCH-SOLD
               " (INCLUDED ABOVE)"
           DISPLAY "GIFT VOUCHERS SPENT  : -" WS-SET-VCH-REDEEMED
               " (NETTED ABOVE)"
           DISPLAY "ACCOUNT PAYMENTS     : " WS-SET-ACCOUNT
               " (INCLUDED ABOVE)"
           COMPUTE WS-SET-DRAWER = WS-SET-CASH - WS-SET-REFUNDS
           DISPLAY "EXPECTED CASH IN DRAWER: " WS-SET-DRAWER
           GO TO EMPLOYEE-MENU.
           END-IF
           END-IF.

      *----ADDS A VOUCHER SALE TO, OR NETS A VOUCHER REDEMPTION----
      *----OFF, THE BUCKET OF THE TENDER ON THE LEDGER ROW----
       SETTLE-ADD-VOUCHER.
           IF WS-VTX-TYPE EQUAL "SALE"
               ADD WS-VTX-AMOUNT TO WS-SET-VCH-SOLD
               IF WS-VTX-TENDER EQUAL 'D'
                   ADD WS-VTX-AMOUNT TO WS-SET-CARD
               ELSE
               IF WS-VTX-TENDER EQUAL 'W'
                   ADD WS-VTX-AMOUNT TO WS-SET-WALLET
               ELSE
                   ADD WS-VTX-AMOUNT TO WS-SET-CASH
               END-IF
               END-IF
           ELSE
               ADD WS-VTX-AMOUNT TO WS-SET-VCH-REDEEMED
               IF WS-VTX-TENDER EQUAL 'D'
                   SUBTRACT WS-VTX-AMOUNT FROM WS-SET-CARD
               ELSE
               IF WS-VTX-TENDER EQUAL 'W'
                   SUBTRACT WS-VTX-AMOUNT FROM WS-SET-WALLET
               ELSE
                   SUBTRACT WS-VTX-AMOUNT FROM WS-SET-CASH
               END-IF
               END-IF
           END-IF.

      *----ADDS ONE INVOICE PAYMENT TO THE BUCKET OF ITS TENDER----
       SETTLE-ADD-ARPAY.
           ADD WS-ARP-AMOUNT TO WS-SET-ACCOUNT
           IF WS-ARP-TENDER EQUAL 'Q'
               ADD WS-ARP-AMOUNT TO WS-SET-CHEQUE
           ELSE
           IF WS-ARP-TENDER EQUAL 'D'
               ADD WS-ARP-AMOUNT TO WS-SET-CARD
           ELSE
           IF WS-ARP-TENDER EQUAL 'W'
               ADD WS-ARP-AMOUNT TO WS-SET-WALLET
           ELSE
               ADD WS-ARP-AMOUNT TO WS-SET-CASH
           END-IF
           END-IF
           END-IF.

      *----LISTS EVERY CONCESSION ITEM WITH PRICE AND STOCK----
       ITEM-LIST-AVAILABLE.
           MOVE 'N' TO WS-ITEM-EOF
           MOVE 'N' TO WS-ITEM-FOUND
           DISPLAY " "
           DISPLAY "CONCESSION ITEMS:"
           OPEN INPUT FD-ITEMS
           IF WS-FILESTATUS NOT EQUAL 35
                       ADD WS-ITEM-LINE-AMT TO WS-ORDER-ITEM-TOTAL
                       ADD WS-ITEM-LINE-AMT TO WS-ORDER-TOTAL
                       PERFORM ITEM-WRITE-SALE
                       MOVE WS-ITEM-IN-CODE TO WS-SMV-W-ITEM
                       MOVE "SALE" TO WS-SMV-W-TYPE
                       COMPUTE WS-SMV-W-QTY = 0 - WS-ITEM-IN-QTY
                       MOVE WS-ITEM-UNIT-COST TO WS-SMV-W-COST
                       MOVE ITEM-STOCK TO WS-SMV-W-AFTER
                       MOVE 'E' TO WS-SMV-W-BY-TYPE
                       MOVE FE-ACCID TO WS-SMV-W-BY-ID
                       MOVE WS-ITEM-ORDER-ID TO WS-SMV-W-REF
                       PERFORM STOCK-WRITE-MOVE
                       DISPLAY "  " WS-ITEM-IN-QTY " X " FUNCTION
                           UPPER-CASE(WS-ITEM-DESC) " = "
                           WS-ITEM-LINE-AMT
           WRITE ISALE-RECORD
           CLOSE FD-ITEMSALE.

      *----SELLS A GIFT VOUCHER OVER THE COUNTER. THE MONEY GOES----
      *----INTO THE DRAWER UNDER THE TENDER TAKEN, AND THE VOUCHER----
      *----IS GOOD FOR WS-VCH-VALID-YEARS FROM TODAY----
       VOUCHER-SELL.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "*******************"
           DISPLAY " SELL GIFT VOUCHER"
           DISPLAY "*******************"
           DISPLAY "FACE VALUE (0 TO CANCEL):"
           ACCEPT WS-VCH-IN-FACE
           IF WS-VCH-IN-FACE EQUAL 0
               GO TO EMPLOYEE-MENU
           END-IF
           PERFORM ACCEPT-PAY-METHOD
           MOVE 0 TO WS-CHANGE-DUE
           IF WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "ENTER AMOUNT TENDERED: "
               ACCEPT WS-AMOUNT-TENDERED
               PERFORM UNTIL WS-AMOUNT-TENDERED
                   NOT LESS THAN WS-VCH-IN-FACE
                   DISPLAY "AMOUNT IS LESS THAN FACE VALUE: "
                   WS-VCH-IN-FACE
                   DISPLAY "ENTER AMOUNT TENDERED: "
                   ACCEPT WS-AMOUNT-TENDERED
               END-PERFORM
               COMPUTE WS-CHANGE-DUE =
                   WS-AMOUNT-TENDERED - WS-VCH-IN-FACE
           END-IF

      *----A RANDOM TEN-DIGIT NUMBER, DRAWN AGAIN ON A COLLISION----
           MOVE 'N' TO WS-IDGEN-OK
           PERFORM UNTIL WS-IDGEN-OK EQUAL 'Y'
               COMPUTE WS-VCH-GEN =
                   FUNCTION RANDOM * (WS-VCH-MAX - WS-VCH-MIN + 1)
                   + WS-VCH-MIN
               MOVE WS-VCH-GEN TO WS-VCH-IN-NUM
               PERFORM VOUCHER-READ
               IF WS-VCH-FOUND EQUAL 'Y'
                   DISPLAY "VOUCHER NUMBER COLLISION DETECTED, "
                   "REGENERATING..."
               ELSE
                   MOVE 'Y' TO WS-IDGEN-OK
               END-IF
           END-PERFORM

           PERFORM CONVERT-TIME-PARA
           MOVE DATER(1:4) TO WS-VCH-EXP-YEAR
           ADD WS-VCH-VALID-YEARS TO WS-VCH-EXP-YEAR
           MOVE WS-VCH-GEN TO VCH-NUMBER
           MOVE WS-VCH-IN-FACE TO VCH-FACE
           MOVE WS-VCH-IN-FACE TO VCH-BALANCE
           MOVE DATER TO VCH-ISSUE-DATE
           MOVE DATER TO VCH-EXPIRY-DATE
           MOVE WS-VCH-EXP-YEAR TO VCH-EXPIRY-DATE(1:4)
      *----A VOUCHER SOLD ON 29 FEBRUARY RUNS TO 28 FEBRUARY----
           IF VCH-EXPIRY-DATE(6:5) EQUAL "02/29"
               MOVE "28" TO VCH-EXPIRY-DATE(9:2)
           END-IF
           MOVE FE-ACCID TO VCH-ISSUE-EMP
           MOVE "ACTIVE" TO VCH-STATUS
           MOVE WS-PAY-METHOD-IN TO VCH-PAY-METHOD
           MOVE VOUCHER-RECORD TO WS-VCHREC

           OPEN I-O FD-VOUCHER
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-VOUCHER
                   CLOSE FD-VOUCHER
                   OPEN I-O FD-VOUCHER
               END-IF
           WRITE VOUCHER-RECORD
           CLOSE FD-VOUCHER

           MOVE WS-VCH-NUMBER TO WS-VTX-W-VOUCHER
           MOVE "SALE" TO WS-VTX-W-TYPE
           MOVE WS-VCH-FACE TO WS-VTX-W-AMOUNT
           MOVE WS-VCH-BALANCE TO WS-VTX-W-AFTER
           MOVE 0 TO WS-VTX-W-ORDER
           MOVE 0 TO WS-VTX-W-CUST
           MOVE WS-PAY-METHOD-IN TO WS-VTX-W-TENDER
           PERFORM VOUCHER-WRITE-TXN

           DISPLAY " "
           DISPLAY "*********************"
           DISPLAY "  GIFT VOUCHER RECEIPT"
           DISPLAY "*********************"
           DISPLAY "VOUCHER NUMBER : " WS-VCH-NUMBER
           DISPLAY "FACE VALUE     : " WS-VCH-FACE
           DISPLAY "ISSUED         : " WS-VCH-ISSUE-DATE
           DISPLAY "VALID UNTIL    : " WS-VCH-EXPIRY-DATE
           DISPLAY "PAY METHOD     : " WS-PAY-METHOD-IN
           IF WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "TENDERED       : " WS-AMOUNT-TENDERED
               DISPLAY "CHANGE DUE     : " WS-CHANGE-DUE
           END-IF
           DISPLAY "EMPLOYEE ID    : " FE-ACCID
           DISPLAY "*********************"

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "VOUCHER SOLD" TO WS-AUDIT-ACTION
           MOVE WS-VCH-NUMBER TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG

           GO TO EMPLOYEE-MENU.

      *----READS THE VOUCHER IN WS-VCH-IN-NUM INTO WS-VCHREC;----
      *----WS-VCH-FOUND COMES BACK 'Y' WHEN IT IS ON FILE----
       VOUCHER-READ.
           MOVE 'N' TO WS-VCH-FOUND
           OPEN INPUT FD-VOUCHER
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-VCH-IN-NUM TO VCH-NUMBER
               READ FD-VOUCHER INTO WS-VCHREC
                   KEY IS VCH-NUMBER
                   INVALID KEY MOVE 'N' TO WS-VCH-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-VCH-FOUND
               END-READ
           END-IF
           CLOSE FD-VOUCHER.

      *----OFFERS TO PUT A GIFT VOUCHER TOWARDS THE ORDER IN----
      *----WS-ORDER-TOTAL. UP TO THE VOUCHER'S BALANCE COMES OFF----
      *----THE TOTAL, THE REST IS PAID IN THE ORDER'S OWN TENDER,----
      *----AND WHATEVER IS LEFT STAYS ON THE VOUCHER. THE VOUCHER----
      *----ITSELF IS ONLY CHANGED BY VOUCHER-SETTLE-ORDER ONCE THE----
      *----ORDER IS PAID----
       VOUCHER-REDEEM-PROMPT.
           MOVE 0 TO WS-VCH-USED-NUM
           MOVE 0 TO WS-VCH-USED-AMT
           MOVE 0 TO WS-VCH-LEFT
           IF WS-ORDER-TOTAL GREATER 0
               PERFORM CONVERT-TIME-PARA
               MOVE 'N' TO WS-VCH-DONE
               PERFORM UNTIL WS-VCH-DONE EQUAL 'Y'
                   DISPLAY "GIFT VOUCHER NUMBER (0 FOR NONE):"
                   ACCEPT WS-VCH-IN-NUM
                   IF WS-VCH-IN-NUM EQUAL 0
                       MOVE 'Y' TO WS-VCH-DONE
                   ELSE
                       PERFORM VOUCHER-READ
                       IF WS-VCH-FOUND NOT EQUAL 'Y'
                           DISPLAY "ERROR! NO SUCH GIFT VOUCHER!"
                       ELSE IF WS-VCH-STATUS NOT EQUAL "ACTIVE" OR
                           WS-VCH-BALANCE EQUAL 0
                           DISPLAY "ERROR! THIS VOUCHER HAS BEEN "
                           "FULLY SPENT!"
                       ELSE IF WS-VCH-EXPIRY-DATE LESS THAN DATER
                           DISPLAY "ERROR! THIS VOUCHER EXPIRED ON "
                           WS-VCH-EXPIRY-DATE "!"
                       ELSE
                           MOVE 'Y' TO WS-VCH-DONE
                           MOVE WS-VCH-NUMBER TO WS-VCH-USED-NUM
                           IF WS-VCH-BALANCE LESS THAN WS-ORDER-TOTAL
                               MOVE WS-VCH-BALANCE TO WS-VCH-USED-AMT
                           ELSE
                               MOVE WS-ORDER-TOTAL TO WS-VCH-USED-AMT
                           END-IF
                           COMPUTE WS-VCH-LEFT =
                               WS-VCH-BALANCE - WS-VCH-USED-AMT
                           SUBTRACT WS-VCH-USED-AMT FROM WS-ORDER-TOTAL
                           DISPLAY "VOUCHER BALANCE : " WS-VCH-BALANCE
                           DISPLAY "VOUCHER APPLIED : " WS-VCH-USED-AMT
                           DISPLAY "AMOUNT DUE AFTER VOUCHER: "
                               WS-ORDER-TOTAL
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----AFTER A SUCCESSFUL PAYMENT, TAKES THE AMOUNT SPENT OFF----
      *----THE VOUCHER (MARKING IT SPENT AT ZERO) AND WRITES THE----
      *----REDEEM ROW; CALLER SETS WS-VTX-W-ORDER AND WS-VTX-W-CUST.----
      *----THE ROW CARRIES THE ORDER'S TENDER FROM WS-PAY-METHOD-IN----
       VOUCHER-SETTLE-ORDER.
           IF WS-VCH-USED-AMT GREATER 0
               OPEN I-O FD-VOUCHER
               MOVE WS-VCH-USED-NUM TO VCH-NUMBER
               READ FD-VOUCHER KEY IS VCH-NUMBER
                   INVALID KEY
                       DISPLAY "ERROR! GIFT VOUCHER " WS-VCH-USED-NUM
                       " COULD NOT BE UPDATED!"
                   NOT INVALID KEY
                       SUBTRACT WS-VCH-USED-AMT FROM VCH-BALANCE
                       IF VCH-BALANCE EQUAL 0
                           MOVE "SPENT" TO VCH-STATUS
                       END-IF
                       MOVE VCH-BALANCE TO WS-VCH-LEFT
                       REWRITE VOUCHER-RECORD
               END-READ
               CLOSE FD-VOUCHER
               MOVE WS-VCH-USED-NUM TO WS-VTX-W-VOUCHER
               MOVE "REDEEM" TO WS-VTX-W-TYPE
               MOVE WS-VCH-USED-AMT TO WS-VTX-W-AMOUNT
               MOVE WS-VCH-LEFT TO WS-VTX-W-AFTER
               MOVE WS-PAY-METHOD-IN TO WS-VTX-W-TENDER
               PERFORM VOUCHER-WRITE-TXN
           END-IF.

      *----APPENDS ONE VOUCHER LEDGER ROW; CALLER SETS THE----
      *----WS-VTX-W-* FIELDS FIRST----
       VOUCHER-WRITE-TXN.
           MOVE 0 TO WS-VTX-COUNTER
           MOVE 'N' TO WS-VCH-EOF
           OPEN INPUT FD-VOUCHTXN
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-VCH-EOF EQUAL 'Y'
                   READ FD-VOUCHTXN NEXT RECORD INTO WS-VTXREC
                       AT END MOVE 'Y' TO WS-VCH-EOF
                       NOT AT END
                       IF WS-VTX-ID GREATER WS-VTX-COUNTER
                           MOVE WS-VTX-ID TO WS-VTX-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHTXN
           MOVE 'N' TO WS-VCH-EOF
           ADD 1 TO WS-VTX-COUNTER

           PERFORM CONVERT-TIME-PARA
           MOVE WS-VTX-COUNTER TO VTX-ID
           MOVE WS-VTX-W-VOUCHER TO VTX-VOUCHER
           MOVE WS-VTX-W-TYPE TO VTX-TYPE
           MOVE WS-VTX-W-AMOUNT TO VTX-AMOUNT
           MOVE WS-VTX-W-AFTER TO VTX-BALANCE-AFTER
           MOVE WS-VTX-W-ORDER TO VTX-ORDER-ID
           MOVE WS-VTX-W-CUST TO VTX-CUSTOMER-ID
           MOVE DATER TO VTX-DATE
           MOVE FE-ACCID TO VTX-EMPLOYEE-ID
           MOVE WS-VTX-W-TENDER TO VTX-TENDER

           OPEN I-O FD-VOUCHTXN
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-VOUCHTXN
                   CLOSE FD-VOUCHTXN
                   OPEN I-O FD-VOUCHTXN
               END-IF
           WRITE VOUCHTXN-RECORD
           CLOSE FD-VOUCHTXN.

      *----COUNTER SALE FOR A WALK-IN CUSTOMER WITH NO ACCOUNT:----
      *----SEATS ARE WRITTEN ALREADY PAID, IN ONE STEP, WITH THE----
      *----SELLING EMPLOYEE'S ID ON THE RECORD----
           PERFORM SHOWTIME-PRICE-SLOT
           MOVE WS-SEL-MOVIECODE TO WS-TKT-MOVIECODE
           MOVE 0 TO WS-ORDER-TOTAL
           MOVE 'Y' TO WS-SEAT-BY-STAFF
           PERFORM VARYING WS-ORDER-SEAT-IDX FROM 1 BY 1
               UNTIL WS-ORDER-SEAT-IDX GREATER WS-ORDER-SEAT-COUNT
               MOVE 'N' TO SEAT-VALID
           IF WS-POS-ACCID GREATER 0
               PERFORM POINTS-REDEEM-PROMPT
           END-IF
           PERFORM VOUCHER-REDEEM-PROMPT
           MOVE 0 TO WS-CHANGE-DUE
           IF WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "ENTER AMOUNT TENDERED: "
               UPPER-CASE(WS-SEL-MOVIETITLE)
           DISPLAY "CINEMA         : " WS-SEL-CINNUM
           DISPLAY "AMOUNT PAID    : " WS-ORDER-TOTAL
           IF WS-VCH-USED-AMT GREATER 0
               DISPLAY "GIFT VOUCHER   : " WS-VCH-USED-NUM
                   " (-" WS-VCH-USED-AMT ")"
               DISPLAY "VOUCHER LEFT   : " WS-VCH-LEFT
           END-IF
           DISPLAY "PAY METHOD     : " WS-PAY-METHOD-IN
           IF WS-PAY-METHOD-IN EQUAL 'C'
               DISPLAY "TENDERED       : " WS-AMOUNT-TENDERED
               MOVE WS-ORDER-ID TO WS-PTS-W-ORDER
               PERFORM POINTS-SETTLE-ORDER
           END-IF
           MOVE WS-ORDER-ID TO WS-VTX-W-ORDER
           MOVE WS-POS-ACCID TO WS-VTX-W-CUST
           PERFORM VOUCHER-SETTLE-ORDER

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "WALK-IN SALE" TO WS-AUDIT-ACTION
           MOVE 'N' TO WS-EOF
           CLOSE FD-RESERVEDSEAT.

      *----CORPORATE ACCOUNTS AND GROUP BLOCK BOOKINGS. A GROUP'S----
      *----SEATS ARE HELD ON ACCOUNT (STATUS ONACCT, NEVER EXPIRED),----
      *----BILLED BY INVOICE AND COUNTED AS TAKINGS ONLY ON THE DAY----
      *----THE ACCOUNT'S PAYMENT IS POSTED----
       GROUP-MENU.
           DISPLAY " "
           DISPLAY "******************************************"
           DISPLAY " CORPORATE ACCOUNTS AND GROUP BOOKINGS"
           DISPLAY "******************************************"
           DISPLAY "1 - ADD OR CHANGE A CORPORATE ACCOUNT"
           DISPLAY "2 - LIST CORPORATE ACCOUNTS"
           DISPLAY "3 - NEW GROUP BOOKING ON ACCOUNT"
           DISPLAY "4 - INVOICE A GROUP BOOKING"
           DISPLAY "5 - POST A PAYMENT RECEIVED ON AN INVOICE"
           DISPLAY "6 - ACCOUNTS RECEIVABLE AGING REPORT"
           DISPLAY "0 - BACK"
           ACCEPT WS-GRP-CHOICE

           IF WS-GRP-CHOICE = 1 THEN
               GO TO CORP-ACCOUNT-EDIT
           ELSE IF WS-GRP-CHOICE = 2 THEN
               GO TO CORP-ACCOUNT-LIST
           ELSE IF WS-GRP-CHOICE = 3 THEN
               GO TO GROUP-BOOK-NEW
           ELSE IF WS-GRP-CHOICE = 4 THEN
               GO TO GROUP-INVOICE
           ELSE IF WS-GRP-CHOICE = 5 THEN
               GO TO GROUP-PAYMENT
           ELSE IF WS-GRP-CHOICE = 6 THEN
               GO TO GROUP-AGING-REPORT
           ELSE IF WS-GRP-CHOICE = 0 THEN
               GO TO EMPLOYEE-MENU
           ELSE
               DISPLAY "ERROR! INVALID OPTION!"
               GO TO GROUP-MENU
           END-IF.

      *----ADDS A CORPORATE ACCOUNT, OR CHANGES ONE: A BLANK ANSWER----
      *----KEEPS WHAT IS ON FILE. SETTING THE CREDIT LIMIT NEEDS A----
      *----SUPERVISOR----
       CORP-ACCOUNT-EDIT.
           DISPLAY " "
           DISPLAY "ACCOUNT ID (0 FOR A NEW ACCOUNT):"
           ACCEPT WS-CORP-IN-ID
           IF WS-CORP-IN-ID EQUAL 0
               PERFORM CORP-NEXT-ID
               MOVE 'Y' TO WS-CORP-NEW
               MOVE WS-CORP-COUNTER TO WS-CORP-ID
               MOVE SPACES TO WS-CORP-NAME
               MOVE SPACES TO WS-CORP-CONTACT
               MOVE 0 TO WS-CORP-PHONE
               MOVE SPACES TO WS-CORP-EMAIL
               MOVE SPACES TO WS-CORP-ADDRESS
               MOVE 0 TO WS-CORP-CREDIT-LIMIT
               MOVE WS-CORP-DEFAULT-TERMS TO WS-CORP-TERMS
           ELSE
               PERFORM CORP-READ
               IF WS-CORP-FOUND NOT EQUAL 'Y'
                   DISPLAY "NO CORPORATE ACCOUNT WITH THAT ID!"
                   GO TO GROUP-MENU
               END-IF
               MOVE 'N' TO WS-CORP-NEW
           END-IF

           DISPLAY "ACCOUNT ID: [" WS-CORP-ID "]"
           DISPLAY "SCHOOL OR COMPANY NAME [" WS-CORP-NAME "]:"
           MOVE SPACES TO WS-CORP-IN-TEXT
           ACCEPT WS-CORP-IN-TEXT
           IF WS-CORP-IN-TEXT NOT EQUAL SPACES
               MOVE WS-CORP-IN-TEXT TO WS-CORP-NAME
           END-IF
           IF WS-CORP-NAME EQUAL SPACES
               DISPLAY "ERROR! THE ACCOUNT NEEDS A NAME!"
               GO TO GROUP-MENU
           END-IF
           DISPLAY "BILLING CONTACT [" WS-CORP-CONTACT "]:"
           MOVE SPACES TO WS-CORP-IN-TEXT
           ACCEPT WS-CORP-IN-TEXT
           IF WS-CORP-IN-TEXT NOT EQUAL SPACES
               MOVE WS-CORP-IN-TEXT TO WS-CORP-CONTACT
           END-IF
           DISPLAY "CONTACT PHONE [" WS-CORP-PHONE "] (0 TO KEEP):"
           ACCEPT WS-CORP-IN-PHONE
           IF WS-CORP-IN-PHONE GREATER 0
               MOVE WS-CORP-IN-PHONE TO WS-CORP-PHONE
           END-IF
           DISPLAY "BILLING E-MAIL [" WS-CORP-EMAIL "]:"
           MOVE SPACES TO WS-CORP-IN-TEXT
           ACCEPT WS-CORP-IN-TEXT
           IF WS-CORP-IN-TEXT NOT EQUAL SPACES
               MOVE WS-CORP-IN-TEXT TO WS-CORP-EMAIL
           END-IF
           DISPLAY "BILLING ADDRESS [" WS-CORP-ADDRESS "]:"
           MOVE SPACES TO WS-CORP-IN-TEXT
           ACCEPT WS-CORP-IN-TEXT
           IF WS-CORP-IN-TEXT NOT EQUAL SPACES
               MOVE WS-CORP-IN-TEXT TO WS-CORP-ADDRESS
           END-IF
           DISPLAY "DAYS TO PAY AN INVOICE [" WS-CORP-TERMS
               "] (0 TO KEEP):"
           ACCEPT WS-CORP-IN-TERMS
           IF WS-CORP-IN-TERMS GREATER 0
               MOVE WS-CORP-IN-TERMS TO WS-CORP-TERMS
           END-IF

           MOVE 'Y' TO WS-GRP-CONFIRM
           IF WS-CORP-NEW NOT EQUAL 'Y'
               DISPLAY "CREDIT LIMIT: " WS-CORP-CREDIT-LIMIT
               DISPLAY "CHANGE THE CREDIT LIMIT? (Y/N)"
               ACCEPT WS-GRP-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-GRP-CONFIRM) TO
                   WS-GRP-CONFIRM
           END-IF
           IF WS-GRP-CONFIRM EQUAL 'Y'
               DISPLAY "CREDIT LIMIT:"
               ACCEPT WS-CORP-IN-LIMIT
               MOVE "CREDIT LIMIT SET" TO WS-SUP-ACTION
               MOVE WS-CORP-ID TO WS-SUP-KEY
               PERFORM SUPERVISOR-APPROVE
               IF WS-SUP-OK NOT EQUAL 'Y'
                   DISPLAY "CREDIT LIMIT NOT CHANGED."
                   IF WS-CORP-NEW EQUAL 'Y'
                       DISPLAY "CORPORATE ACCOUNT NOT ADDED."
                       GO TO GROUP-MENU
                   END-IF
               ELSE
                   MOVE WS-CORP-IN-LIMIT TO WS-CORP-CREDIT-LIMIT
               END-IF
           END-IF

           OPEN I-O FD-CORPACCT
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-CORPACCT
                   CLOSE FD-CORPACCT
                   OPEN I-O FD-CORPACCT
               END-IF
           MOVE WS-CORPREC TO CORP-RECORD
           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE WS-CORP-ID TO WS-AUDIT-KEY
           IF WS-CORP-NEW EQUAL 'Y'
               WRITE CORP-RECORD
                   INVALID KEY
                       DISPLAY "AN ACCOUNT WITH THAT ID ALREADY EXISTS!"
                   NOT INVALID KEY
                       DISPLAY "CORPORATE ACCOUNT SUCCESSFULLY ADDED!"
                       MOVE "CORP ACCOUNT ADDED" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-LOG
               END-WRITE
           ELSE
               REWRITE CORP-RECORD
                   INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                   NOT INVALID KEY
                       DISPLAY "CORPORATE ACCOUNT SUCCESSFULLY UPDATED!"
                       MOVE "CORP ACCOUNT CHANGED" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-LOG
               END-REWRITE
           END-IF
           CLOSE FD-CORPACCT
           GO TO GROUP-MENU.

      *----EVERY ACCOUNT WITH ITS LIMIT, WHAT IS IN USE (HELD----
      *----BOOKINGS NOT YET BILLED PLUS INVOICES STILL OWED) AND----
      *----THE CREDIT LEFT----
       CORP-ACCOUNT-LIST.
           DISPLAY " "
           DISPLAY "ID      ACCOUNT / BILLING CONTACT"
           MOVE 'N' TO WS-GRP-LIST-EOF
           OPEN INPUT FD-CORPACCT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-GRP-LIST-EOF EQUAL 'Y'
                   READ FD-CORPACCT NEXT RECORD INTO WS-CORPREC
                       AT END MOVE 'Y' TO WS-GRP-LIST-EOF
                       NOT AT END
                       MOVE WS-CORP-ID TO WS-CORP-IN-ID
                       PERFORM CORP-EXPOSURE
                       DISPLAY WS-CORP-ID "  " FUNCTION
                           UPPER-CASE(WS-CORP-NAME) "  " FUNCTION
                           UPPER-CASE(WS-CORP-CONTACT)
                       DISPLAY "        PHONE " WS-CORP-PHONE
                           "  E-MAIL " WS-CORP-EMAIL
                       DISPLAY "        TERMS " WS-CORP-TERMS
                           " DAYS  LIMIT " WS-CORP-CREDIT-LIMIT
                           "  IN USE " WS-CORP-EXPOSURE
                           "  AVAILABLE " WS-CORP-AVAIL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-CORPACCT
           MOVE 'N' TO WS-GRP-LIST-EOF
           GO TO GROUP-MENU.

      *----NEXT FREE CORPORATE ACCOUNT ID INTO WS-CORP-COUNTER----
       CORP-NEXT-ID.
           MOVE 0 TO WS-CORP-COUNTER
           MOVE 'N' TO WS-GRP-EOF
           OPEN INPUT FD-CORPACCT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-CORPACCT NEXT RECORD
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF CORP-ID GREATER WS-CORP-COUNTER
                           MOVE CORP-ID TO WS-CORP-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-CORPACCT
           MOVE 'N' TO WS-GRP-EOF
           ADD 1 TO WS-CORP-COUNTER.

      *----READS THE ACCOUNT IN WS-CORP-IN-ID INTO WS-CORPREC;----
      *----WS-CORP-FOUND SAYS WHETHER IT IS ON FILE----
       CORP-READ.
           MOVE 'N' TO WS-CORP-FOUND
           MOVE WS-CORP-IN-ID TO CORP-ID
           OPEN INPUT FD-CORPACCT
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-CORPACCT INTO WS-CORPREC
                   KEY IS CORP-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-CORP-FOUND
               END-READ
           END-IF
           CLOSE FD-CORPACCT.

      *----CREDIT IN USE FOR THE ACCOUNT IN WS-CORP-IN-ID, WHOSE----
      *----RECORD IS ALREADY IN WS-CORPREC: HELD GROUP BOOKINGS PLUS----
      *----THE UNPAID BALANCE OF ITS INVOICES. WS-CORP-AVAIL IS THE----
      *----LIMIT LESS THAT, NEGATIVE WHEN THE ACCOUNT IS OVER----
       CORP-EXPOSURE.
           MOVE 0 TO WS-CORP-HELD
           MOVE 0 TO WS-CORP-OWING
           MOVE 'N' TO WS-GRP-EOF
           OPEN INPUT FD-GROUPBOOK
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-CORP-IN-ID TO GRP-CORP-ID
               START FD-GROUPBOOK KEY IS EQUAL TO GRP-CORP-ID
                   INVALID KEY MOVE 'Y' TO WS-GRP-EOF
               END-START
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-GROUPBOOK NEXT RECORD INTO WS-GRPREC
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF WS-GRP-CORP-ID NOT EQUAL WS-CORP-IN-ID
                           MOVE 'Y' TO WS-GRP-EOF
                       ELSE
                       IF WS-GRP-STATUS EQUAL "HELD"
                           ADD WS-GRP-TOTAL TO WS-CORP-HELD
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-GROUPBOOK
           MOVE 'N' TO WS-GRP-EOF

           OPEN INPUT FD-INVOICE
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-CORP-IN-ID TO INV-CORP-ID
               START FD-INVOICE KEY IS EQUAL TO INV-CORP-ID
                   INVALID KEY MOVE 'Y' TO WS-GRP-EOF
               END-START
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-INVOICE NEXT RECORD INTO WS-INVREC
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF WS-INV-CORP-ID NOT EQUAL WS-CORP-IN-ID
                           MOVE 'Y' TO WS-GRP-EOF
                       ELSE
                           PERFORM INV-BALANCE-OF
                           IF WS-INV-BALANCE GREATER 0
                               ADD WS-INV-BALANCE TO WS-CORP-OWING
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-INVOICE
           MOVE 'N' TO WS-GRP-EOF
           COMPUTE WS-CORP-EXPOSURE = WS-CORP-HELD + WS-CORP-OWING
           COMPUTE WS-CORP-AVAIL =
               WS-CORP-CREDIT-LIMIT - WS-CORP-EXPOSURE.

      *----A GROUP BOOKING: THE ACCOUNT, THEN THE MOVIE, THEN ONE OF----
      *----ITS UPCOMING SHOWTIMES, FALLING THROUGH TO THE SEATS----
       GROUP-BOOK-NEW.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "********************************"
           DISPLAY " NEW GROUP BOOKING ON ACCOUNT"
           DISPLAY "********************************"
           DISPLAY "CORPORATE ACCOUNT ID (0 TO CANCEL):"
           ACCEPT WS-CORP-IN-ID
           IF WS-CORP-IN-ID EQUAL 0
               GO TO GROUP-MENU
           END-IF
           PERFORM CORP-READ
           IF WS-CORP-FOUND NOT EQUAL 'Y'
               DISPLAY "NO CORPORATE ACCOUNT WITH THAT ID!"
               GO TO GROUP-MENU
           END-IF
           PERFORM CORP-EXPOSURE
           DISPLAY "ACCOUNT      : " FUNCTION UPPER-CASE(WS-CORP-NAME)
           DISPLAY "CREDIT LIMIT : " WS-CORP-CREDIT-LIMIT
               "  IN USE: " WS-CORP-EXPOSURE
           DISPLAY "AVAILABLE    : " WS-CORP-AVAIL

           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-ML-COUNT
           OPEN INPUT FD-MOVIES
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FD-MOVIES NEXT RECORD INTO WS-MOVIES
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   IF WS-ML-COUNT LESS THAN 50
                       ADD 1 TO WS-ML-COUNT
                       MOVE WS-MOVIECODE TO WS-ML-CODE(WS-ML-COUNT)
                       MOVE WS-TITLE TO WS-ML-TITLE(WS-ML-COUNT)
                       MOVE WS-PRICE TO WS-ML-PRICE(WS-ML-COUNT)
                       DISPLAY WS-ML-COUNT " - " FUNCTION
                           UPPER-CASE(WS-TITLE)
                   ELSE
                       DISPLAY "TOO MANY MOVIES TO LIST - SOME "
                       "MOVIES OMITTED."
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FD-MOVIES
           MOVE 'N' TO WS-EOF

           IF WS-ML-COUNT EQUAL 0
               DISPLAY "NO MOVIES ARE CURRENTLY SHOWING."
               GO TO GROUP-MENU
           END-IF

           MOVE 0 TO WS-SEL-IDX
           DISPLAY "0 - BACK"
           DISPLAY "SELECT MOVIE (ENTER THE NUMBER ABOVE):"
           MOVE 'N' TO STOPER
           PERFORM UNTIL STOPER EQUAL 'Y'
           ACCEPT WS-SEL-IDX
           IF WS-SEL-IDX EQUAL 0
               MOVE 'Y' TO STOPER
           ELSE IF WS-SEL-IDX IS GREATER THAN 0 AND
               WS-SEL-IDX IS NOT GREATER THAN WS-ML-COUNT
               MOVE 'Y' TO STOPER
           ELSE
               DISPLAY "ERROR! INVALID SELECTION!"
           END-IF
           END-PERFORM
           MOVE 'N' TO STOPER
           IF WS-SEL-IDX EQUAL 0
               GO TO GROUP-MENU
           END-IF
           MOVE WS-ML-CODE(WS-SEL-IDX) TO WS-SEL-MOVIECODE
           MOVE WS-ML-TITLE(WS-SEL-IDX) TO WS-SEL-MOVIETITLE.

      *----UPCOMING SHOWTIMES OF THE CHOSEN MOVIE WITH THE OPEN----
      *----SEATS A GROUP CAN HAVE ON EACH----
       GROUP-BOOK-SHOW.
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-SL-COUNT
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-SEL-TODAY8
           END-STRING
           DISPLAY " "
           DISPLAY "SELECTED MOVIE: " FUNCTION
               UPPER-CASE(WS-SEL-MOVIETITLE)
           DISPLAY "AVAILABLE SHOWTIMES:"
           OPEN INPUT FD-SHOWTIME
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FD-SHOWTIME NEXT RECORD INTO WS-SHOWTIME-REC
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                   STRING WS-SHOW-DATE(1:4) DELIMITED BY SIZE
                       WS-SHOW-DATE(6:2) DELIMITED BY SIZE
                       WS-SHOW-DATE(9:2) DELIMITED BY SIZE
                       INTO WS-SEL-SHOWDATE8
                   END-STRING
                   IF WS-SHOW-MOVIECODE EQUAL WS-SEL-MOVIECODE AND
                      WS-SEL-SHOWDATE8 NOT LESS THAN WS-SEL-TODAY8 AND
                      WS-SL-COUNT LESS THAN 20
                       ADD 1 TO WS-SL-COUNT
                       MOVE WS-SHOW-ID TO WS-SL-SHOWID(WS-SL-COUNT)
                       MOVE WS-SHOW-CIN-NUM TO WS-SL-CINNUM(WS-SL-COUNT)
                       MOVE WS-SHOW-DATE TO WS-SL-DATE(WS-SL-COUNT)
                       MOVE WS-SHOW-TIME TO WS-SL-TIME(WS-SL-COUNT)
                       MOVE WS-SHOW-ID TO WS-SEL-SHOWID
                       MOVE WS-SHOW-CIN-NUM TO WS-CFG-CINNUM
                       PERFORM GRP-COUNT-OPEN
                       DISPLAY WS-SL-COUNT " - CINEMA "
                           WS-SHOW-CIN-NUM " ON " WS-SHOW-DATE
                           " AT " WS-SHOW-TIME
                       DISPLAY "    OPEN SEATS: " WS-GRP-OPEN-SEATS
                   ELSE IF WS-SHOW-MOVIECODE EQUAL WS-SEL-MOVIECODE AND
                      WS-SEL-SHOWDATE8 NOT LESS THAN WS-SEL-TODAY8
                       DISPLAY "TOO MANY SHOWTIMES TO LIST - SOME "
                       "SHOWTIMES OMITTED."
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FD-SHOWTIME
           MOVE 'N' TO WS-EOF

           IF WS-SL-COUNT EQUAL 0
               DISPLAY "THIS MOVIE HAS NO SCHEDULED SHOWTIMES."
               GO TO GROUP-MENU
           END-IF

           MOVE 0 TO WS-SEL-IDX
           DISPLAY "SELECT SHOWTIME (ENTER THE NUMBER ABOVE):"
           PERFORM UNTIL WS-SEL-IDX IS GREATER THAN 0 AND
               WS-SEL-IDX IS NOT GREATER THAN WS-SL-COUNT
               ACCEPT WS-SEL-IDX
               IF WS-SEL-IDX IS LESS THAN 1 OR
                   WS-SEL-IDX IS GREATER THAN WS-SL-COUNT
                   DISPLAY "ERROR! INVALID SELECTION!"
               END-IF
           END-PERFORM
           MOVE WS-SL-SHOWID(WS-SEL-IDX) TO WS-SEL-SHOWID
           MOVE WS-SL-CINNUM(WS-SEL-IDX) TO WS-SEL-CINNUM
           MOVE WS-SL-DATE(WS-SEL-IDX) TO WS-SEL-SHOWDATE
           MOVE WS-SL-TIME(WS-SEL-IDX) TO WS-SEL-SHOWTIME.

      *----HOW MANY SEATS, AT WHAT RATE, CHECKED AGAINST THE----
      *----ACCOUNT'S CREDIT; THEN THE BLOCK IS TAKEN ROW BY ROW AND----
      *----WRITTEN ON ACCOUNT UNDER ONE ORDER NUMBER----
       GROUP-BOOK-SEATS.
           MOVE WS-SEL-CINNUM TO WS-CFG-CINNUM
           PERFORM GRP-COUNT-OPEN
           MOVE WS-GRP-MAX-SEATS TO WS-GRP-SEAT-CAP
           IF WS-GRP-OPEN-SEATS LESS THAN WS-GRP-SEAT-CAP
               MOVE WS-GRP-OPEN-SEATS TO WS-GRP-SEAT-CAP
           END-IF
           IF WS-GRP-SEAT-CAP LESS THAN WS-GRP-MIN-SEATS
               DISPLAY "ONLY " WS-GRP-OPEN-SEATS " OPEN SEATS - NOT "
               "ENOUGH FOR A GROUP BOOKING!"
               GO TO GROUP-MENU
           END-IF

           MOVE 0 TO WS-GRP-IN-SEATS
           PERFORM UNTIL WS-GRP-IN-SEATS NOT LESS THAN
               WS-GRP-MIN-SEATS AND
               WS-GRP-IN-SEATS NOT GREATER THAN WS-GRP-SEAT-CAP
               DISPLAY "NUMBER OF SEATS (" WS-GRP-MIN-SEATS " TO "
                   WS-GRP-SEAT-CAP "):"
               ACCEPT WS-GRP-IN-SEATS
               IF WS-GRP-IN-SEATS LESS THAN WS-GRP-MIN-SEATS OR
                   WS-GRP-IN-SEATS GREATER THAN WS-GRP-SEAT-CAP
                   DISPLAY "ERROR! INVALID NUMBER OF SEATS!"
               END-IF
           END-PERFORM

           MOVE WS-SEL-SHOWDATE TO WS-TKT-SHOW-DATE
           MOVE WS-SEL-SHOWTIME TO WS-TKT-SHOW-TIME
           PERFORM SHOWTIME-PRICE-SLOT
           MOVE WS-SEL-MOVIECODE TO WS-TKT-MOVIECODE
           MOVE 'R' TO WS-TKT-TYPE
           PERFORM LOOKUP-TICKET-PRICE
           DISPLAY "STANDARD REGULAR PRICE FOR THIS SHOWING: "
               WS-TKT-PRICE
           MOVE 0 TO WS-GRP-IN-RATE
           PERFORM UNTIL WS-GRP-IN-RATE GREATER 0
               DISPLAY "NEGOTIATED GROUP RATE PER SEAT:"
               ACCEPT WS-GRP-IN-RATE
               IF WS-GRP-IN-RATE EQUAL 0
                   DISPLAY "ERROR! THE RATE MUST BE ABOVE ZERO!"
               END-IF
           END-PERFORM
           COMPUTE WS-GRP-NEW-TOTAL = WS-GRP-IN-SEATS * WS-GRP-IN-RATE

           DISPLAY " "
           DISPLAY "ACCOUNT  : " WS-CORP-ID " " FUNCTION
               UPPER-CASE(WS-CORP-NAME)
           DISPLAY "SHOWING  : " WS-SEL-SHOWDATE " " WS-SEL-SHOWTIME
               " CINEMA " WS-SEL-CINNUM
           DISPLAY "SEATS    : " WS-GRP-IN-SEATS " AT " WS-GRP-IN-RATE
           DISPLAY "TOTAL    : " WS-GRP-NEW-TOTAL

      *----A BOOKING THAT TAKES THE ACCOUNT PAST ITS CREDIT LIMIT----
      *----GOES AHEAD ONLY ON A SUPERVISOR'S APPROVAL----
           MOVE 0 TO WS-SUP-ACCID
           IF WS-CORP-EXPOSURE + WS-GRP-NEW-TOTAL GREATER
               WS-CORP-CREDIT-LIMIT
               DISPLAY "THIS BOOKING TAKES THE ACCOUNT OVER ITS "
                   "CREDIT LIMIT OF " WS-CORP-CREDIT-LIMIT
               MOVE "GROUP OVER LIMIT" TO WS-SUP-ACTION
               MOVE WS-CORP-ID TO WS-SUP-KEY
               PERFORM SUPERVISOR-APPROVE
               IF WS-SUP-OK NOT EQUAL 'Y'
                   DISPLAY "GROUP BOOKING NOT MADE."
                   GO TO GROUP-MENU
               END-IF
           END-IF

           DISPLAY "HOLD THESE SEATS ON ACCOUNT? (Y/N)"
           ACCEPT WS-GRP-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-GRP-CONFIRM) TO WS-GRP-CONFIRM
           IF WS-GRP-CONFIRM NOT EQUAL 'Y'
               DISPLAY "GROUP BOOKING NOT MADE."
               GO TO GROUP-MENU
           END-IF

           PERFORM GENERATE-ORDER-ID
           PERFORM GRP-TAKE-SEATS
           IF WS-GRP-TAKEN EQUAL 0
               DISPLAY "NO OPEN SEATS COULD BE TAKEN - GROUP BOOKING "
               "NOT MADE."
               GO TO GROUP-MENU
           END-IF
           IF WS-GRP-TAKEN LESS THAN WS-GRP-IN-SEATS
               DISPLAY "ONLY " WS-GRP-TAKEN " SEATS WERE STILL OPEN "
                   "AND HAVE BEEN HELD."
               COMPUTE WS-GRP-NEW-TOTAL = WS-GRP-TAKEN * WS-GRP-IN-RATE
           END-IF
           PERFORM CONVERT-TIME-PARA
           PERFORM GRP-WRITE-SEATS

           MOVE WS-ORDER-ID TO WS-GRP-ORDER-ID
           MOVE WS-CORP-ID TO WS-GRP-CORP-ID
           MOVE WS-SEL-SHOWID TO WS-GRP-SHOW-ID
           MOVE WS-SEL-SHOWDATE TO WS-GRP-SHOW-DATE
           MOVE WS-SEL-SHOWTIME TO WS-GRP-SHOW-TIME
           MOVE WS-SEL-CINNUM TO WS-GRP-CINEMA-NUM
           MOVE WS-SEL-MOVIECODE TO WS-GRP-MOVIE-ID
           MOVE WS-SEL-MOVIETITLE TO WS-GRP-MOVIE-TITLE
           MOVE WS-GRP-TAKEN TO WS-GRP-SEATS
           MOVE WS-GRP-IN-RATE TO WS-GRP-RATE
           MOVE WS-GRP-NEW-TOTAL TO WS-GRP-TOTAL
           MOVE DATER TO WS-GRP-DATE
           MOVE FE-ACCID TO WS-GRP-EMPLOYEE-ID
           MOVE WS-SUP-ACCID TO WS-GRP-APPROVER-ID
           MOVE "HELD" TO WS-GRP-STATUS
           MOVE 0 TO WS-GRP-INV-NO

           OPEN I-O FD-GROUPBOOK
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-GROUPBOOK
                   CLOSE FD-GROUPBOOK
                   OPEN I-O FD-GROUPBOOK
               END-IF
           MOVE WS-GRPREC TO GRP-RECORD
           WRITE GRP-RECORD
               INVALID KEY DISPLAY "GROUP BOOKING ALREADY ON FILE!"
           END-WRITE
           CLOSE FD-GROUPBOOK

           DISPLAY " "
           DISPLAY "*********************************"
           DISPLAY "  GROUP BOOKING HELD ON ACCOUNT"
           DISPLAY "*********************************"
           DISPLAY "ORDER NUMBER   : " WS-GRP-ORDER-ID
           DISPLAY "ACCOUNT        : " WS-GRP-CORP-ID " " FUNCTION
               UPPER-CASE(WS-CORP-NAME)
           DISPLAY "MOVIE          : " FUNCTION
               UPPER-CASE(WS-GRP-MOVIE-TITLE)
           DISPLAY "SHOWING        : " WS-GRP-SHOW-DATE " "
               WS-GRP-SHOW-TIME " CINEMA " WS-GRP-CINEMA-NUM
           DISPLAY "SEATS          : " WS-GRP-SEATS " AT "
               WS-GRP-RATE
           DISPLAY "TOTAL ON ACCOUNT: " WS-GRP-TOTAL
           IF WS-SUP-ACCID NOT EQUAL 0
               DISPLAY "OVER-LIMIT APPROVED BY: " WS-SUP-ACCID
           END-IF
           DISPLAY "SEATS HELD (RESERVATION ID - SEAT):"
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX GREATER WS-GRP-TAKEN
               DISPLAY "  " WS-GRP-S-SEATID(WS-GRP-IDX) " - "
                   WS-GRP-S-ROW(WS-GRP-IDX)
                   WS-GRP-S-LETTER(WS-GRP-IDX)
           END-PERFORM
           DISPLAY "*********************************"

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "GROUP BOOKING HELD" TO WS-AUDIT-ACTION
           MOVE WS-GRP-ORDER-ID TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG
           GO TO GROUP-MENU.

      *----COUNTS THE OPEN ('*') SEATS ON WS-SEL-SHOWID; A GROUP, OR----
      *----AN ORDER MOVED OFF A CANCELLED SHOWING, IS NEVER GIVEN A----
      *----WHEELCHAIR, HOUSE OR BLOCKED SEAT. CALLER SETS----
      *----WS-CFG-CINNUM----
       GRP-COUNT-OPEN.
           PERFORM LOOKUP-CINEMA-SIZE
           MOVE 0 TO WS-GRP-OPEN-SEATS
           OPEN INPUT FD-LAYOUT
           PERFORM VARYING WS-GRP-ROW FROM 1 BY 1
               UNTIL WS-GRP-ROW GREATER WS-CFG-ROWS
               MOVE WS-SEL-SHOWID TO LO-SHOW-ID
               MOVE WS-GRP-ROW TO SEAT-KEY
               READ FD-LAYOUT
                   KEY IS LAYOUT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX GREATER WS-CFG-COLS
                       IF COL-CELL(WS-COL-IDX) EQUAL '*'
                           ADD 1 TO WS-GRP-OPEN-SEATS
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FD-LAYOUT.

      *----TAKES UP TO WS-GRP-IN-SEATS OPEN SEATS ON WS-SEL-SHOWID,----
      *----ROW BY ROW SO THE GROUP SITS TOGETHER, MARKS THEM SOLD----
      *----AND LISTS EACH ROW AND LETTER IN WS-GRP-SEAT-TABLE----
       GRP-TAKE-SEATS.
           MOVE 0 TO WS-GRP-TAKEN
           MOVE WS-SEL-CINNUM TO WS-CFG-CINNUM
           PERFORM LOOKUP-CINEMA-SIZE
           OPEN I-O FD-LAYOUT
           PERFORM VARYING WS-GRP-ROW FROM 1 BY 1
               UNTIL WS-GRP-ROW GREATER WS-CFG-ROWS OR
               WS-GRP-TAKEN NOT LESS THAN WS-GRP-IN-SEATS
               MOVE WS-SEL-SHOWID TO LO-SHOW-ID
               MOVE WS-GRP-ROW TO SEAT-KEY
               READ FD-LAYOUT
                   KEY IS LAYOUT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   MOVE 'N' TO WS-GRP-ROW-HIT
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX GREATER WS-CFG-COLS OR
                       WS-GRP-TAKEN NOT LESS THAN WS-GRP-IN-SEATS
                       IF COL-CELL(WS-COL-IDX) EQUAL '*'
                           MOVE 'X' TO COL-CELL(WS-COL-IDX)
                           ADD 1 TO WS-GRP-TAKEN
                           MOVE WS-GRP-ROW TO
                               WS-GRP-S-ROW(WS-GRP-TAKEN)
                           MOVE WS-COL-LETTER(WS-COL-IDX) TO
                               WS-GRP-S-LETTER(WS-GRP-TAKEN)
                           MOVE 'Y' TO WS-GRP-ROW-HIT
                       END-IF
                   END-PERFORM
                   IF WS-GRP-ROW-HIT EQUAL 'Y'
                       REWRITE C-LAYOUT
                           INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                       END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FD-LAYOUT.

      *----ONE RESERVATION ROW PER SEAT TAKEN, ALL UNDER THE ORDER----
      *----IN WS-ORDER-ID, STATUS ONACCT, AT THE GROUP RATE.----
      *----NO MONEY HAS CHANGED HANDS, SO THE ROWS STAY OUT OF THE----
      *----DRAWER AND THE FINANCE EXTRACT; THE ACCOUNT PAYMENT IS----
      *----WHAT IS COUNTED, ON THE DAY IT IS RECEIVED----
       GRP-WRITE-SEATS.
           MOVE 0 TO DEFAULTID
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-RESERVEDSEAT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-RESERVEDSEAT NEXT RECORD
                       INTO WS-RESERVEDSEAT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-SEATID GREATER DEFAULTID
                           MOVE WS-SEATID TO DEFAULTID
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEDSEAT
           MOVE 'N' TO WS-EOF

           OPEN I-O FD-RESERVEDSEAT
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-RESERVEDSEAT
                   CLOSE FD-RESERVEDSEAT
                   OPEN I-O FD-RESERVEDSEAT
               END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX GREATER WS-GRP-TAKEN
               ADD 1 TO DEFAULTID
               MOVE DEFAULTID TO WS-GRP-S-SEATID(WS-GRP-IDX)
               MOVE DEFAULTID TO SEATID
               MOVE 0 TO CUSTOMER-ID
               MOVE WS-SEL-MOVIECODE TO MOVIE-ID
               MOVE WS-SEL-MOVIETITLE TO MOVIE-TITLE
               MOVE WS-SEL-SHOWID TO RESERVE-SHOW-ID
               MOVE WS-SEL-CINNUM TO CINEMA-NUM
               MOVE WS-GRP-S-ROW(WS-GRP-IDX) TO LAYOUT-NUM
               MOVE WS-GRP-S-LETTER(WS-GRP-IDX) TO SEATNUMBER
               MOVE TIME-STRINGER TO TIME-RESERVED
               MOVE DATER TO DATE-RESERVED
               MOVE "ONACCT" TO RESERVE-STATUS
               MOVE WS-GRP-IN-RATE TO AMOUNT-PAID
               MOVE FE-ACCID TO EMPLOYEE-ID
               MOVE DATER TO DATE-PAID
               MOVE WS-ORDER-ID TO RESERVE-ORDER-ID
               MOVE SPACES TO DATE-ADMITTED
               MOVE SPACES TO TIME-ADMITTED
               MOVE 0 TO ADMIT-EMPLOYEE-ID
               MOVE 'G' TO TICKET-TYPE
               MOVE 'A' TO PAY-METHOD
               MOVE 'N' TO EXPIRE-WARNED
               MOVE SPACES TO WARN-DATE
               WRITE C-RESERVEDSEAT
                   INVALID KEY DISPLAY "RESERVATION ID "
                       DEFAULTID " ALREADY ON FILE!"
               END-WRITE
           END-PERFORM
           CLOSE FD-RESERVEDSEAT.

      *----READS THE GROUP BOOKING FOR ORDER WS-GRP-IN-ORDER INTO----
      *----WS-GRPREC; WS-GRP-FOUND SAYS WHETHER IT IS ON FILE----
       GRP-READ.
           MOVE 'N' TO WS-GRP-FOUND
           MOVE WS-GRP-IN-ORDER TO GRP-ORDER-ID
           OPEN INPUT FD-GROUPBOOK
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-GROUPBOOK INTO WS-GRPREC
                   KEY IS GRP-ORDER-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-GRP-FOUND
               END-READ
           END-IF
           CLOSE FD-GROUPBOOK.

      *----BILLS ONE HELD GROUP BOOKING: THE INVOICE IS DUE THE----
      *----ACCOUNT'S TERMS AFTER TODAY, IS PRINTED TO ITS OWN FILE----
      *----AND THE BOOKING IS MARKED INVOICED----
       GROUP-INVOICE.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "GROUP BOOKING ORDER NUMBER (0 TO CANCEL):"
           ACCEPT WS-GRP-IN-ORDER
           IF WS-GRP-IN-ORDER EQUAL 0
               GO TO GROUP-MENU
           END-IF
           PERFORM GRP-READ
           IF WS-GRP-FOUND NOT EQUAL 'Y'
               DISPLAY "NO GROUP BOOKING WITH THAT ORDER NUMBER!"
               GO TO GROUP-MENU
           END-IF
           IF WS-GRP-STATUS EQUAL "INVOICED"
               DISPLAY "ALREADY BILLED ON INVOICE " WS-GRP-INV-NO
               GO TO GROUP-MENU
           END-IF
           IF WS-GRP-STATUS NOT EQUAL "HELD"
               DISPLAY "THIS BOOKING IS " WS-GRP-STATUS
                   " - NOTHING TO BILL!"
               GO TO GROUP-MENU
           END-IF
           MOVE WS-GRP-CORP-ID TO WS-CORP-IN-ID
           PERFORM CORP-READ
           IF WS-CORP-FOUND NOT EQUAL 'Y'
               MOVE WS-CORP-DEFAULT-TERMS TO WS-CORP-TERMS
           END-IF

           MOVE 0 TO WS-INV-COUNTER
           MOVE 'N' TO WS-GRP-EOF
           OPEN INPUT FD-INVOICE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-INVOICE NEXT RECORD
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF INV-NO GREATER WS-INV-COUNTER
                           MOVE INV-NO TO WS-INV-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-INVOICE
           MOVE 'N' TO WS-GRP-EOF
           ADD 1 TO WS-INV-COUNTER

           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-INV-TODAY8
           END-STRING
           COMPUTE WS-INV-DUE8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-INV-TODAY8) + WS-CORP-TERMS)

           MOVE WS-INV-COUNTER TO WS-INV-NO
           MOVE WS-GRP-CORP-ID TO WS-INV-CORP-ID
           MOVE WS-GRP-ORDER-ID TO WS-INV-ORDER-ID
           MOVE DATER TO WS-INV-DATE
           MOVE SPACES TO WS-INV-DUE-DATE
           STRING WS-INV-DUE8(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-INV-DUE8(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-INV-DUE8(7:2) DELIMITED BY SIZE
               INTO WS-INV-DUE-DATE
           END-STRING
           MOVE WS-GRP-TOTAL TO WS-INV-AMOUNT
           MOVE 0 TO WS-INV-CREDIT
           MOVE 0 TO WS-INV-PAID
           MOVE "OPEN" TO WS-INV-STATUS
           MOVE FE-ACCID TO WS-INV-EMPLOYEE-ID

           OPEN I-O FD-INVOICE
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-INVOICE
                   CLOSE FD-INVOICE
                   OPEN I-O FD-INVOICE
               END-IF
           MOVE WS-INVREC TO INV-RECORD
           WRITE INV-RECORD
               INVALID KEY
                   DISPLAY "AN INVOICE WITH THAT NUMBER ALREADY EXISTS!"
                   CLOSE FD-INVOICE
                   GO TO GROUP-MENU
           END-WRITE
           CLOSE FD-INVOICE

           OPEN I-O FD-GROUPBOOK
           MOVE WS-GRP-ORDER-ID TO GRP-ORDER-ID
           READ FD-GROUPBOOK
               KEY IS GRP-ORDER-ID
               INVALID KEY DISPLAY "INVALID ORDER NUMBER!"
               NOT INVALID KEY
               MOVE "INVOICED" TO GRP-STATUS
               MOVE WS-INV-NO TO GRP-INV-NO
               REWRITE GRP-RECORD
                   INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
               END-REWRITE
           END-READ
           CLOSE FD-GROUPBOOK

           PERFORM INV-PRINT

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "GROUP INVOICED" TO WS-AUDIT-ACTION
           MOVE WS-INV-NO TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG
           GO TO GROUP-MENU.

      *----PRINTS THE INVOICE IN WS-INVREC FOR THE BOOKING IN----
      *----WS-GRPREC AND THE ACCOUNT IN WS-CORPREC TO THE FILE----
      *----..\INV-<NO>.DAT, SHOWING EACH LINE ON SCREEN AS IT GOES----
       INV-PRINT.
           MOVE SPACES TO WS-INVPRT-FILENAME
           STRING "..\INV-" DELIMITED BY SIZE
               WS-INV-NO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INVPRT-FILENAME
           END-STRING
           OPEN OUTPUT FD-INVPRINT
           DISPLAY " "

           MOVE ALL "=" TO WS-INV-LINE
           PERFORM INV-PRINT-LINE
           STRING "INVOICE " DELIMITED BY SIZE
               WS-INV-NO DELIMITED BY SIZE
               "      DATE " DELIMITED BY SIZE
               WS-INV-DATE DELIMITED BY SIZE
               "      DUE " DELIMITED BY SIZE
               WS-INV-DUE-DATE DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           MOVE ALL "=" TO WS-INV-LINE
           PERFORM INV-PRINT-LINE
           STRING "BILL TO : " DELIMITED BY SIZE
               WS-CORP-NAME DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           STRING "ATTN    : " DELIMITED BY SIZE
               WS-CORP-CONTACT DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           STRING "          " DELIMITED BY SIZE
               WS-CORP-ADDRESS DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           STRING "E-MAIL  : " DELIMITED BY SIZE
               WS-CORP-EMAIL DELIMITED BY SIZE
               " PHONE " DELIMITED BY SIZE
               WS-CORP-PHONE DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           STRING "ACCOUNT : " DELIMITED BY SIZE
               WS-INV-CORP-ID DELIMITED BY SIZE
               "    TERMS " DELIMITED BY SIZE
               WS-CORP-TERMS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           PERFORM INV-PRINT-LINE
           STRING "GROUP BOOKING, ORDER " DELIMITED BY SIZE
               WS-GRP-ORDER-ID DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           STRING "MOVIE   : " DELIMITED BY SIZE
               WS-GRP-MOVIE-TITLE DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           STRING "SHOWING : " DELIMITED BY SIZE
               WS-GRP-SHOW-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRP-SHOW-TIME DELIMITED BY SIZE
               "  CINEMA " DELIMITED BY SIZE
               WS-GRP-CINEMA-NUM DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           MOVE WS-GRP-RATE TO WS-INV-PRT-RATE
           STRING "SEATS   : " DELIMITED BY SIZE
               WS-GRP-SEATS DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-INV-PRT-RATE DELIMITED BY SIZE
               " EACH" DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           PERFORM INV-PRINT-LINE
           MOVE WS-INV-AMOUNT TO WS-INV-PRT-AMOUNT
           STRING "AMOUNT DUE : " DELIMITED BY SIZE
               WS-INV-PRT-AMOUNT DELIMITED BY SIZE
               INTO WS-INV-LINE
           END-STRING
           PERFORM INV-PRINT-LINE
           PERFORM INV-PRINT-LINE
           MOVE "PLEASE QUOTE THE INVOICE NUMBER WITH YOUR PAYMENT."
               TO WS-INV-LINE
           PERFORM INV-PRINT-LINE
           MOVE ALL "=" TO WS-INV-LINE
           PERFORM INV-PRINT-LINE
           CLOSE FD-INVPRINT
           DISPLAY "INVOICE FILE WRITTEN: " WS-INVPRT-FILENAME.

      *----WRITES AND SHOWS ONE INVOICE LINE, THEN CLEARS IT----
       INV-PRINT-LINE.
           MOVE WS-INV-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           DISPLAY WS-INV-LINE
           MOVE SPACES TO WS-INV-LINE.

      *----WHAT IS STILL OWED ON THE INVOICE IN WS-INVREC----
       INV-BALANCE-OF.
           COMPUTE WS-INV-BALANCE =
               WS-INV-AMOUNT - WS-INV-CREDIT - WS-INV-PAID.

      *----READS THE INVOICE IN WS-INV-IN-NO INTO WS-INVREC;----
      *----WS-INV-FOUND SAYS WHETHER IT IS ON FILE----
       INV-READ.
           MOVE 'N' TO WS-INV-FOUND
           MOVE WS-INV-IN-NO TO INV-NO
           OPEN INPUT FD-INVOICE
           IF WS-FILESTATUS NOT EQUAL 35
               READ FD-INVOICE INTO WS-INVREC
                   KEY IS INV-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-INV-FOUND
               END-READ
           END-IF
           CLOSE FD-INVOICE.

      *----POSTS A PAYMENT RECEIVED ON AN INVOICE, USUALLY A CHEQUE----
      *----THAT ARRIVES WEEKS AFTER THE SHOWING. THE PAYMENT ROW IS----
      *----DATED TODAY AND STAMPED WITH THE EMPLOYEE POSTING IT, SO----
      *----IT LANDS IN TODAY'S DRAWER AND TODAY'S FINANCE EXTRACT----
       GROUP-PAYMENT.
           PERFORM CONVERT-TIME-PARA
           DISPLAY " "
           DISPLAY "INVOICE NUMBER (0 TO CANCEL):"
           ACCEPT WS-INV-IN-NO
           IF WS-INV-IN-NO EQUAL 0
               GO TO GROUP-MENU
           END-IF
           PERFORM INV-READ
           IF WS-INV-FOUND NOT EQUAL 'Y'
               DISPLAY "NO INVOICE WITH THAT NUMBER!"
               GO TO GROUP-MENU
           END-IF
           PERFORM INV-BALANCE-OF
           MOVE WS-INV-CORP-ID TO WS-CORP-IN-ID
           PERFORM CORP-READ
           DISPLAY "ACCOUNT  : " WS-INV-CORP-ID " " FUNCTION
               UPPER-CASE(WS-CORP-NAME)
           DISPLAY "INVOICED : " WS-INV-AMOUNT " ON " WS-INV-DATE
               " DUE " WS-INV-DUE-DATE
           DISPLAY "CREDITS  : " WS-INV-CREDIT
           DISPLAY "PAID     : " WS-INV-PAID
           DISPLAY "BALANCE  : " WS-INV-BALANCE
           IF WS-INV-BALANCE NOT GREATER 0
               DISPLAY "THIS INVOICE IS ALREADY SETTLED!"
               GO TO GROUP-MENU
           END-IF

           DISPLAY "AMOUNT RECEIVED (0 TO CANCEL):"
           ACCEPT WS-ARP-IN-AMOUNT
           IF WS-ARP-IN-AMOUNT EQUAL 0
               GO TO GROUP-MENU
           END-IF
           IF WS-ARP-IN-AMOUNT GREATER WS-INV-BALANCE
               DISPLAY "ERROR! THAT IS MORE THAN THE BALANCE DUE!"
               GO TO GROUP-MENU
           END-IF
           MOVE SPACE TO WS-ARP-IN-TENDER
           PERFORM UNTIL WS-ARP-IN-TENDER EQUAL 'Q' OR
               WS-ARP-IN-TENDER EQUAL 'C' OR
               WS-ARP-IN-TENDER EQUAL 'D' OR
               WS-ARP-IN-TENDER EQUAL 'W'
               DISPLAY "RECEIVED AS - Q CHEQUE / C CASH / D CARD / "
                   "W E-WALLET:"
               ACCEPT WS-ARP-IN-TENDER
               MOVE FUNCTION UPPER-CASE(WS-ARP-IN-TENDER) TO
                   WS-ARP-IN-TENDER
               IF WS-ARP-IN-TENDER NOT EQUAL 'Q' AND
                   WS-ARP-IN-TENDER NOT EQUAL 'C' AND
                   WS-ARP-IN-TENDER NOT EQUAL 'D' AND
                   WS-ARP-IN-TENDER NOT EQUAL 'W'
                   DISPLAY "ERROR! INVALID PAYMENT METHOD!"
               END-IF
           END-PERFORM
           DISPLAY "CHEQUE NUMBER OR PAYMENT REFERENCE:"
           MOVE SPACES TO WS-ARP-IN-REF
           ACCEPT WS-ARP-IN-REF

           MOVE 0 TO WS-ARP-COUNTER
           MOVE 'N' TO WS-GRP-EOF
           OPEN INPUT FD-ARPAY
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-ARPAY NEXT RECORD
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF ARP-ID GREATER WS-ARP-COUNTER
                           MOVE ARP-ID TO WS-ARP-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ARPAY
           MOVE 'N' TO WS-GRP-EOF
           ADD 1 TO WS-ARP-COUNTER

           MOVE WS-ARP-COUNTER TO WS-ARP-ID
           MOVE WS-INV-NO TO WS-ARP-INV-NO
           MOVE WS-INV-CORP-ID TO WS-ARP-CORP-ID
           MOVE WS-INV-ORDER-ID TO WS-ARP-ORDER-ID
           MOVE WS-ARP-IN-AMOUNT TO WS-ARP-AMOUNT
           MOVE WS-ARP-IN-TENDER TO WS-ARP-TENDER
           MOVE WS-ARP-IN-REF TO WS-ARP-REFERENCE
           MOVE DATER TO WS-ARP-DATE
           MOVE FE-ACCID TO WS-ARP-EMPLOYEE-ID
           OPEN I-O FD-ARPAY
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-ARPAY
                   CLOSE FD-ARPAY
                   OPEN I-O FD-ARPAY
               END-IF
           MOVE WS-ARPREC TO ARP-RECORD
           WRITE ARP-RECORD
               INVALID KEY
                   DISPLAY "PAYMENT NOT POSTED - ID ALREADY ON FILE!"
                   CLOSE FD-ARPAY
                   GO TO GROUP-MENU
           END-WRITE
           CLOSE FD-ARPAY

           OPEN I-O FD-INVOICE
           MOVE WS-INV-NO TO INV-NO
           READ FD-INVOICE INTO WS-INVREC
               KEY IS INV-NO
               INVALID KEY DISPLAY "INVALID INVOICE NUMBER!"
               NOT INVALID KEY
               ADD WS-ARP-AMOUNT TO INV-PAID
               ADD WS-ARP-AMOUNT TO WS-INV-PAID
               PERFORM INV-BALANCE-OF
               IF WS-INV-BALANCE NOT GREATER 0
                   MOVE "PAID" TO INV-STATUS
               END-IF
               REWRITE INV-RECORD
                   INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
               END-REWRITE
           END-READ
           CLOSE FD-INVOICE

           DISPLAY " "
           DISPLAY "*****************************"
           DISPLAY "  ACCOUNT PAYMENT RECEIPT"
           DISPLAY "*****************************"
           DISPLAY "PAYMENT ID     : " WS-ARP-ID
           DISPLAY "INVOICE        : " WS-ARP-INV-NO
           DISPLAY "ACCOUNT        : " WS-ARP-CORP-ID
           DISPLAY "AMOUNT         : " WS-ARP-AMOUNT
           DISPLAY "RECEIVED AS    : " WS-ARP-TENDER " "
               WS-ARP-REFERENCE
           DISPLAY "DATE RECEIVED  : " WS-ARP-DATE
           DISPLAY "BALANCE LEFT   : " WS-INV-BALANCE
           DISPLAY "EMPLOYEE ID    : " FE-ACCID
           DISPLAY "*****************************"

           MOVE FE-ACCID TO WS-AUDIT-ACCID
           MOVE "ACCOUNT PAYMENT" TO WS-AUDIT-ACTION
           MOVE WS-ARP-INV-NO TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG
           GO TO GROUP-MENU.

      *----ACCOUNTS RECEIVABLE AGED AS OF TODAY: EVERY INVOICE WITH----
      *----A BALANCE, BY ACCOUNT, IN BUCKETS BY DAYS PAST ITS DUE----
      *----DATE, WITH EACH ACCOUNT'S HELD BOOKINGS NOT YET BILLED----
       GROUP-AGING-REPORT.
           PERFORM CONVERT-TIME-PARA
           STRING DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               INTO WS-INV-TODAY8
           END-STRING
           COMPUTE WS-INV-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-INV-TODAY8)
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX GREATER 5
               MOVE 0 TO WS-AR-G-BUCKET(WS-AR-IDX)
           END-PERFORM
           MOVE 0 TO WS-AR-G-UNBILLED
           DISPLAY " "
           DISPLAY "**************************************"
           DISPLAY " ACCOUNTS RECEIVABLE AGING AS OF " DATER
           DISPLAY "**************************************"

           MOVE 'N' TO WS-GRP-LIST-EOF
           OPEN INPUT FD-CORPACCT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-GRP-LIST-EOF EQUAL 'Y'
                   READ FD-CORPACCT NEXT RECORD INTO WS-CORPREC
                       AT END MOVE 'Y' TO WS-GRP-LIST-EOF
                       NOT AT END
                       PERFORM GROUP-AGING-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-CORPACCT
           MOVE 'N' TO WS-GRP-LIST-EOF

           COMPUTE WS-AR-G-TOTAL = WS-AR-G-BUCKET(1) +
               WS-AR-G-BUCKET(2) + WS-AR-G-BUCKET(3) +
               WS-AR-G-BUCKET(4) + WS-AR-G-BUCKET(5)
           DISPLAY " "
           DISPLAY "ALL ACCOUNTS"
           DISPLAY "  CURRENT       : " WS-AR-G-BUCKET(1)
           DISPLAY "  1-30 DAYS     : " WS-AR-G-BUCKET(2)
           DISPLAY "  31-60 DAYS    : " WS-AR-G-BUCKET(3)
           DISPLAY "  61-90 DAYS    : " WS-AR-G-BUCKET(4)
           DISPLAY "  OVER 90 DAYS  : " WS-AR-G-BUCKET(5)
           DISPLAY "  TOTAL OWED    : " WS-AR-G-TOTAL
           DISPLAY "  HELD, UNBILLED: " WS-AR-G-UNBILLED
           GO TO GROUP-MENU.

      *----AGES ONE ACCOUNT (IN WS-CORPREC) AND ADDS IT TO THE----
      *----GRAND TOTALS; AN ACCOUNT WITH NOTHING OWED OR HELD IS----
      *----LEFT OFF THE REPORT----
       GROUP-AGING-ACCOUNT.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX GREATER 5
               MOVE 0 TO WS-AR-BUCKET(WS-AR-IDX)
           END-PERFORM
           MOVE 0 TO WS-AR-LISTED
           MOVE 0 TO WS-AR-UNBILLED
           MOVE WS-CORP-ID TO WS-CORP-IN-ID

           MOVE 'N' TO WS-GRP-EOF
           OPEN INPUT FD-INVOICE
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-CORP-IN-ID TO INV-CORP-ID
               START FD-INVOICE KEY IS EQUAL TO INV-CORP-ID
                   INVALID KEY MOVE 'Y' TO WS-GRP-EOF
               END-START
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-INVOICE NEXT RECORD INTO WS-INVREC
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF WS-INV-CORP-ID NOT EQUAL WS-CORP-IN-ID
                           MOVE 'Y' TO WS-GRP-EOF
                       ELSE
                           PERFORM INV-BALANCE-OF
                           IF WS-INV-BALANCE GREATER 0
                               PERFORM GROUP-AGING-INVOICE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-INVOICE
           MOVE 'N' TO WS-GRP-EOF

           OPEN INPUT FD-GROUPBOOK
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-CORP-IN-ID TO GRP-CORP-ID
               START FD-GROUPBOOK KEY IS EQUAL TO GRP-CORP-ID
                   INVALID KEY MOVE 'Y' TO WS-GRP-EOF
               END-START
               PERFORM UNTIL WS-GRP-EOF EQUAL 'Y'
                   READ FD-GROUPBOOK NEXT RECORD INTO WS-GRPREC
                       AT END MOVE 'Y' TO WS-GRP-EOF
                       NOT AT END
                       IF WS-GRP-CORP-ID NOT EQUAL WS-CORP-IN-ID
                           MOVE 'Y' TO WS-GRP-EOF
                       ELSE
                       IF WS-GRP-STATUS EQUAL "HELD"
                           ADD WS-GRP-TOTAL TO WS-AR-UNBILLED
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-GROUPBOOK
           MOVE 'N' TO WS-GRP-EOF

           IF WS-AR-LISTED EQUAL 0 AND WS-AR-UNBILLED GREATER 0
               PERFORM GROUP-AGING-HEADER
           END-IF
           IF WS-AR-LISTED GREATER 0 OR WS-AR-UNBILLED GREATER 0
               COMPUTE WS-AR-ACCT-TOTAL = WS-AR-BUCKET(1) +
                   WS-AR-BUCKET(2) + WS-AR-BUCKET(3) +
                   WS-AR-BUCKET(4) + WS-AR-BUCKET(5)
               DISPLAY "  CURRENT " WS-AR-BUCKET(1)
                   "  1-30 " WS-AR-BUCKET(2)
                   "  31-60 " WS-AR-BUCKET(3)
               DISPLAY "  61-90 " WS-AR-BUCKET(4)
                   "  OVER 90 " WS-AR-BUCKET(5)
                   "  TOTAL OWED " WS-AR-ACCT-TOTAL
               DISPLAY "  HELD, NOT YET BILLED " WS-AR-UNBILLED
               PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX GREATER 5
                   ADD WS-AR-BUCKET(WS-AR-IDX) TO
                       WS-AR-G-BUCKET(WS-AR-IDX)
               END-PERFORM
               ADD WS-AR-UNBILLED TO WS-AR-G-UNBILLED
           END-IF.

      *----ONE OPEN INVOICE (IN WS-INVREC, BALANCE ALREADY WORKED----
      *----OUT) PUT IN ITS BUCKET AND LISTED UNDER ITS ACCOUNT----
       GROUP-AGING-INVOICE.
           IF WS-AR-LISTED EQUAL 0
               PERFORM GROUP-AGING-HEADER
           END-IF
           ADD 1 TO WS-AR-LISTED
           STRING WS-INV-DUE-DATE(1:4) DELIMITED BY SIZE
               WS-INV-DUE-DATE(6:2) DELIMITED BY SIZE
               WS-INV-DUE-DATE(9:2) DELIMITED BY SIZE
               INTO WS-INV-DUE8
           END-STRING
           COMPUTE WS-INV-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-INV-DUE8)
           COMPUTE WS-INV-DAYS-PAST = WS-INV-TODAY-INT - WS-INV-DUE-INT
           IF WS-INV-DAYS-PAST NOT GREATER 0
               MOVE 1 TO WS-AR-IDX
           ELSE IF WS-INV-DAYS-PAST NOT GREATER 30
               MOVE 2 TO WS-AR-IDX
           ELSE IF WS-INV-DAYS-PAST NOT GREATER 60
               MOVE 3 TO WS-AR-IDX
           ELSE IF WS-INV-DAYS-PAST NOT GREATER 90
               MOVE 4 TO WS-AR-IDX
           ELSE
               MOVE 5 TO WS-AR-IDX
           END-IF
           END-IF
           END-IF
           END-IF
           ADD WS-INV-BALANCE TO WS-AR-BUCKET(WS-AR-IDX)
           DISPLAY "  INVOICE " WS-INV-NO " ORDER " WS-INV-ORDER-ID
               " DUE " WS-INV-DUE-DATE " DAYS PAST DUE "
               WS-INV-DAYS-PAST " BALANCE " WS-INV-BALANCE.

       GROUP-AGING-HEADER.
           DISPLAY " "
           DISPLAY "ACCOUNT " WS-CORP-ID " " FUNCTION
               UPPER-CASE(WS-CORP-NAME)
           DISPLAY "  CONTACT " FUNCTION UPPER-CASE(WS-CORP-CONTACT)
               " PHONE " WS-CORP-PHONE.

      *----A SEAT HELD ON ACCOUNT HAS JUST BEEN RELEASED BY A----
      *----SHOWTIME CANCELLATION: A HELD BOOKING LOSES THE SEAT FROM----
      *----ITS COUNT AND TOTAL, AN INVOICED ONE HAS THE SEAT'S----
      *----VALUE CREDITED ON ITS INVOICE. THE SEAT IS IN----
      *----WS-RESERVEDSEAT----
       GRP-SEAT-RELEASED.
           OPEN I-O FD-GROUPBOOK
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-RESERVE-ORDER-ID TO GRP-ORDER-ID
               READ FD-GROUPBOOK
                   KEY IS GRP-ORDER-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   IF GRP-STATUS EQUAL "HELD"
                       IF GRP-SEATS GREATER 0
                           SUBTRACT 1 FROM GRP-SEATS
                       END-IF
                       IF GRP-TOTAL NOT LESS THAN WS-AMOUNT-PAID
                           SUBTRACT WS-AMOUNT-PAID FROM GRP-TOTAL
                       ELSE
                           MOVE 0 TO GRP-TOTAL
                       END-IF
                       IF GRP-SEATS EQUAL 0
                           MOVE "CANCELLED" TO GRP-STATUS
                       END-IF
                       REWRITE GRP-RECORD
                           INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                       END-REWRITE
                   ELSE
                   IF GRP-STATUS EQUAL "INVOICED"
                       MOVE GRP-INV-NO TO WS-INV-IN-NO
                       PERFORM GRP-CREDIT-INVOICE
                   END-IF
                   END-IF
               END-READ
           END-IF
           CLOSE FD-GROUPBOOK.

      *----CREDITS THE RELEASED SEAT'S VALUE ON INVOICE----
      *----WS-INV-IN-NO; AN INVOICE ALREADY PAID BEYOND WHAT IS NOW----
      *----DUE IS FLAGGED SO THE ACCOUNT CAN BE REFUNDED FROM THE----
      *----OFFICE----
       GRP-CREDIT-INVOICE.
           OPEN I-O FD-INVOICE
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-INV-IN-NO TO INV-NO
               READ FD-INVOICE
                   KEY IS INV-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   ADD WS-AMOUNT-PAID TO INV-CREDIT
                   IF INV-CREDIT + INV-PAID NOT LESS THAN INV-AMOUNT
                       MOVE "PAID" TO INV-STATUS
                   END-IF
                   IF INV-CREDIT + INV-PAID GREATER INV-AMOUNT
                       DISPLAY "INVOICE " INV-NO " IS NOW OVERPAID - "
                           "ACCOUNT " INV-CORP-ID " IS OWED A REFUND."
                   END-IF
                   REWRITE INV-RECORD
                       INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                   END-REWRITE
               END-READ
           END-IF
           CLOSE FD-INVOICE.

      *----AN ORDER ON A CANCELLED SHOWTIME HAS BEEN MOVED TO----
      *----WS-SEL-SHOWID; A GROUP BOOKING UNDER THAT ORDER FOLLOWS----
      *----IT SO THE INVOICE NAMES THE RIGHT SHOWING----
       GRP-SHOW-MOVED.
           OPEN I-O FD-GROUPBOOK
           IF WS-FILESTATUS NOT EQUAL 35
               MOVE WS-CXL-ORDER-ID TO GRP-ORDER-ID
               READ FD-GROUPBOOK
                   KEY IS GRP-ORDER-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                   MOVE WS-SEL-SHOWID TO GRP-SHOW-ID
                   MOVE WS-SEL-SHOWDATE TO GRP-SHOW-DATE
                   MOVE WS-SEL-SHOWTIME TO GRP-SHOW-TIME
                   MOVE WS-SEL-CINNUM TO GRP-CINEMA-NUM
                   REWRITE GRP-RECORD
                       INVALID KEY DISPLAY "KEY IS NOT EXISTING!"
                   END-REWRITE
               END-READ
           END-IF
           CLOSE FD-GROUPBOOK.

      *----ADMIN ENTRY FOR THE FINANCE EXTRACT, FOR A MANUAL RERUN----
       FINANCE-EXTRACT.
           DISPLAY " "
           DISPLAY "************************"
           DISPLAY " FINANCE DAILY EXTRACT"
           DISPLAY "************************"
           PERFORM FINANCE-EXTRACT-CORE
           GO TO ADMIN-MENU.

      *----WRITES EVERY PAYMENT TAKEN TODAY (LIVE FILE PLUS THE----
      *----ARCHIVE) TO A DATED, FIXED-LAYOUT INTERFACE FILE WITH A----
      *----BALANCING TRAILER. REGENERATING THE SAME DAY'S FILE----
      *----SIMPLY REPLACES IT, SO A RERUN IS SAFE----
       FINANCE-EXTRACT-CORE.
           PERFORM CONVERT-TIME-PARA
           MOVE DATER TO WS-FINEXT-TODAY
           MOVE SPACES TO WS-FINEXT-FILENAME
           STRING "..\FINEXT-" DELIMITED BY SIZE
               DATER(1:4) DELIMITED BY SIZE
               DATER(6:2) DELIMITED BY SIZE
               DATER(9:2) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-FINEXT-FILENAME
           END-STRING

           MOVE 0 TO WS-FX-COUNT
           MOVE 0 TO WS-FX-TOTAL
           OPEN OUTPUT FD-FINEXTRACT

           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-RESERVEDSEAT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-RESERVEDSEAT NEXT RECORD
                       INTO WS-RESERVEDSEAT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-RESERVE-STATUS EQUAL 'PAID' AND
                           WS-DATE-PAID EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-LIVE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEDSEAT
           MOVE 'N' TO WS-EOF

           OPEN INPUT FD-RESERVEHIST
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-RESERVEHIST NEXT RECORD INTO WS-HISTSEAT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-HIST-RESERVE-STATUS EQUAL 'PAID' AND
                           WS-HIST-DATE-PAID EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-HIST
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-RESERVEHIST
           MOVE 'N' TO WS-EOF

      *----ONE 'C' RECORD PER CONCESSION LINE SOLD TODAY; ITEM----
      *----MONEY IS REAL TAKINGS, SO IT COUNTS IN THE TRAILER----
           OPEN INPUT FD-ITEMSALE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-ITEMSALE NEXT RECORD INTO WS-ISALEREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-ISALE-DATE EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-ITEM
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ITEMSALE
           MOVE 'N' TO WS-EOF

      *----ONE 'R' RECORD PER POINTS REDEMPTION TAKEN TODAY SO THE----
      *----FINANCE PACKAGE CAN TELL CASH REVENUE FROM POINTS-FUNDED----
      *----REVENUE. LIKE EVERY DETAIL ROW, 'R' ROWS COUNT IN THE----
      *----TRAILER RECORD COUNT, BUT THEIR AMOUNTS STAY OUT OF THE----
      *----TRAILER TOTAL, WHICH KEEPS BALANCING THE MONEY ACTUALLY----
      *----COLLECTED----
           OPEN INPUT FD-POINTS
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-POINTS NEXT RECORD INTO WS-POINTSREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-PTS-TYPE EQUAL "REDEEM" AND
                           WS-PTS-DATE EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-REDEEM
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-POINTS
           MOVE 'N' TO WS-EOF

      *----ONE 'X' RECORD PER SEAT EXCHANGED TODAY, SO FINANCE CAN----
      *----TELL AN EXCHANGE FROM A REFUND AND A FRESH SALE. ONLY THE----
      *----PRICE DIFFERENCE CHANGED HANDS: IT IS ADDED TO THE----
      *----TRAILER TOTAL WHEN COLLECTED AND TAKEN OFF WHEN PAID BACK----
           OPEN INPUT FD-EXCHANGE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-EXCHANGE NEXT RECORD INTO WS-EXCHREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-EXCH-DATE EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-EXCHANGE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-EXCHANGE
           MOVE 'N' TO WS-EOF

      *----ONE 'V' RECORD PER GIFT VOUCHER SOLD TODAY, WHICH IS----
      *----MONEY COLLECTED AND COUNTS IN THE TRAILER TOTAL, AND ONE----
      *----'G' RECORD PER VOUCHER SPENT TODAY, WHICH LIKE AN 'R'----
      *----ROW IS COUNTED BUT KEPT OUT OF THE TRAILER TOTAL----
           OPEN INPUT FD-VOUCHTXN
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-VOUCHTXN NEXT RECORD INTO WS-VTXREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-VTX-DATE EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-VOUCHER
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHTXN
           MOVE 'N' TO WS-EOF

      *----ONE 'A' RECORD PER PAYMENT RECEIVED ON A CORPORATE----
      *----INVOICE TODAY; THE MONEY IS COLLECTED NOW, SO IT COUNTS----
      *----IN THE TRAILER TOTAL. THE GROUP'S SEATS NEVER DO----
           OPEN INPUT FD-ARPAY
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-ARPAY NEXT RECORD INTO WS-ARPREC
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-ARP-DATE EQUAL WS-FINEXT-TODAY
                           PERFORM FINEXT-WRITE-ARPAY
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ARPAY
           MOVE 'N' TO WS-EOF

           MOVE WS-FX-COUNT TO WS-FXT-COUNT
           ADD 1 TO WS-FX-COUNT
           MOVE "D" TO WS-FX-TYPE.

      *----ONE EXCHANGE RECORD FOR THE FINANCE EXTRACT: THE SEAT'S----
      *----NEW SHOWING, THE SIZE OF THE PRICE DIFFERENCE, AND IN THE----
      *----LAST COLUMN '+' WHEN IT WAS COLLECTED OR '-' WHEN IT WAS----
      *----PAID BACK----
       FINEXT-WRITE-EXCHANGE.
           MOVE "X" TO WS-FX-TYPE
           MOVE WS-EXCH-SEATID TO WS-FX-SEATID
           MOVE WS-EXCH-ORDER-ID TO WS-FX-ORDER-ID
           MOVE WS-EXCH-CUSTOMER-ID TO WS-FX-CUSTOMER-ID
           MOVE WS-EXCH-NEW-MOVIE-ID TO WS-FX-MOVIE-ID
           MOVE WS-EXCH-NEW-TITLE TO WS-FX-MOVIE-TITLE
           MOVE WS-EXCH-NEW-SHOW-ID TO WS-FX-SHOW-ID
           MOVE WS-EXCH-NEW-CINEMA TO WS-FX-CINEMA-NUM
           MOVE WS-EXCH-EMPLOYEE-ID TO WS-FX-EMPLOYEE-ID
           MOVE WS-EXCH-DATE TO WS-FX-DATE-PAID
           IF WS-EXCH-DIFF LESS THAN 0
               COMPUTE WS-FX-AMOUNT = 0 - WS-EXCH-DIFF
               MOVE "-" TO WS-FX-TKT-TYPE
               SUBTRACT WS-FX-AMOUNT FROM WS-FX-TOTAL
           ELSE
               MOVE WS-EXCH-DIFF TO WS-FX-AMOUNT
               MOVE "+" TO WS-FX-TKT-TYPE
               ADD WS-FX-AMOUNT TO WS-FX-TOTAL
           END-IF
           MOVE WS-FINEXT-DETAIL TO FINEXT-RECORD
           WRITE FINEXT-RECORD
           ADD 1 TO WS-FX-COUNT
           MOVE "D" TO WS-FX-TYPE.

      *----ONE GIFT VOUCHER RECORD FOR THE FINANCE EXTRACT; THE----
      *----VOUCHER NUMBER RIDES IN THE TITLE COLUMN AND THE TENDER----
      *----IN THE LAST COLUMN----
       FINEXT-WRITE-VOUCHER.
           MOVE 0 TO WS-FX-SEATID
           MOVE WS-VTX-ORDER-ID TO WS-FX-ORDER-ID
           MOVE WS-VTX-CUSTOMER-ID TO WS-FX-CUSTOMER-ID
           MOVE 0 TO WS-FX-MOVIE-ID
           MOVE SPACES TO WS-FX-MOVIE-TITLE
           IF WS-VTX-TYPE EQUAL "SALE"
               MOVE "V" TO WS-FX-TYPE
               STRING "GIFT VOUCHER SALE " DELIMITED BY SIZE
                   WS-VTX-VOUCHER DELIMITED BY SIZE
                   INTO WS-FX-MOVIE-TITLE
               END-STRING
               ADD WS-VTX-AMOUNT TO WS-FX-TOTAL
           ELSE
               MOVE "G" TO WS-FX-TYPE
               STRING "GIFT VOUCHER USED " DELIMITED BY SIZE
                   WS-VTX-VOUCHER DELIMITED BY SIZE
                   INTO WS-FX-MOVIE-TITLE
               END-STRING
           END-IF
           MOVE 0 TO WS-FX-SHOW-ID
           MOVE 0 TO WS-FX-CINEMA-NUM
           MOVE WS-VTX-AMOUNT TO WS-FX-AMOUNT
           MOVE WS-VTX-EMPLOYEE-ID TO WS-FX-EMPLOYEE-ID
           MOVE WS-VTX-DATE TO WS-FX-DATE-PAID
           MOVE WS-VTX-TENDER TO WS-FX-TKT-TYPE
           MOVE WS-FINEXT-DETAIL TO FINEXT-RECORD
           WRITE FINEXT-RECORD
           ADD 1 TO WS-FX-COUNT
           MOVE "D" TO WS-FX-TYPE.

      *----ONE 'A' RECORD FOR A PAYMENT ON A CORPORATE INVOICE; THE----
      *----CUSTOMER COLUMN CARRIES THE ACCOUNT ID AND THE----
      *----TICKET-TYPE COLUMN THE TENDER----
       FINEXT-WRITE-ARPAY.
           MOVE "A" TO WS-FX-TYPE
           MOVE 0 TO WS-FX-SEATID
           MOVE WS-ARP-ORDER-ID TO WS-FX-ORDER-ID
           MOVE WS-ARP-CORP-ID TO WS-FX-CUSTOMER-ID
           MOVE 0 TO WS-FX-MOVIE-ID
           MOVE SPACES TO WS-FX-MOVIE-TITLE
           STRING "ACCOUNT PAYMENT INV " DELIMITED BY SIZE
               WS-ARP-INV-NO DELIMITED BY SIZE
               INTO WS-FX-MOVIE-TITLE
           END-STRING
           MOVE 0 TO WS-FX-SHOW-ID
           MOVE 0 TO WS-FX-CINEMA-NUM
           MOVE WS-ARP-AMOUNT TO WS-FX-AMOUNT
           MOVE WS-ARP-EMPLOYEE-ID TO WS-FX-EMPLOYEE-ID
           MOVE WS-ARP-DATE TO WS-FX-DATE-PAID
           MOVE WS-ARP-TENDER TO WS-FX-TKT-TYPE
           MOVE WS-FINEXT-DETAIL TO FINEXT-RECORD
           WRITE FINEXT-RECORD
           ADD 1 TO WS-FX-COUNT
           ADD WS-ARP-AMOUNT TO WS-FX-TOTAL
           MOVE "D" TO WS-FX-TYPE.

      *----STANDALONE ENTRY FOR THE CROSS-FILE VERIFY, STARTED WITH----
      *----'VERIFY' ON THE COMMAND LINE----
       VERIFY-CROSS-FILES.
           PERFORM BACKUP-EMPLOYEE-FILE
           PERFORM BACKUP-ADMIN-FILE
           PERFORM BACKUP-CINEMA-FILE
           PERFORM BACKUP-SEATMAP-FILE
           PERFORM BACKUP-SHOWTIME-FILE
           PERFORM BACKUP-MOVIES-FILE
           PERFORM BACKUP-DISTRIB-FILE
           PERFORM BACKUP-PRICE-FILE
           PERFORM BACKUP-LAYOUT-FILE
           PERFORM BACKUP-RESERVED-FILE
           PERFORM BACKUP-POINTS-FILE
           PERFORM BACKUP-ITEMS-FILE
           PERFORM BACKUP-ITEMSALE-FILE
           PERFORM BACKUP-EXCHANGE-FILE
           PERFORM BACKUP-STOCKMOVE-FILE
           PERFORM BACKUP-VOUCHER-FILE
           PERFORM BACKUP-VOUCHTXN-FILE
           PERFORM BACKUP-CORPACCT-FILE
           PERFORM BACKUP-GROUPBOOK-FILE
           PERFORM BACKUP-INVOICE-FILE
           PERFORM BACKUP-ARPAY-FILE
           PERFORM BACKUP-AUDITLOG-FILE
           PERFORM BACKUP-EODSTATE-FILE
           PERFORM BACKUP-EODLOG-FILE
           PERFORM BACKUP-NOTIFY-FILE
           PERFORM BACKUP-ERASURE-FILE
           DISPLAY "BACKUP COMPLETE - RECORDS COPIED: " WS-BAK-TOTAL.

      *----OPENS THE DATED BACKUP FILE FOR THE TAG IN WS-BACKUP-TAG----
           CLOSE FD-CINEMA
           PERFORM BACKUP-CLOSE.

       BACKUP-SEATMAP-FILE.
           MOVE "SEATMAP" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-SEATMAP
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-SEATMAP NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE SMP-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-SEATMAP
           PERFORM BACKUP-CLOSE.

       BACKUP-SHOWTIME-FILE.
           MOVE "SHOWTIMES" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           CLOSE FD-MOVIES
           PERFORM BACKUP-CLOSE.

       BACKUP-DISTRIB-FILE.
           MOVE "DISTRIB" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-DISTRIB
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-DISTRIB NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE DST-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-DISTRIB
           PERFORM BACKUP-CLOSE.

       BACKUP-PRICE-FILE.
           MOVE "PRICES" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           CLOSE FD-EODSTATE
           PERFORM BACKUP-CLOSE.

       BACKUP-EXCHANGE-FILE.
           MOVE "EXCHANGES" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-EXCHANGE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-EXCHANGE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE EXCH-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-EXCHANGE
           PERFORM BACKUP-CLOSE.

       BACKUP-STOCKMOVE-FILE.
           MOVE "STOCKMOVE" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-STOCKMOVE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-STOCKMOVE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE SMV-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-STOCKMOVE
           PERFORM BACKUP-CLOSE.

       BACKUP-VOUCHER-FILE.
           MOVE "VOUCHERS" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-VOUCHER
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-VOUCHER NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE VOUCHER-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHER
           PERFORM BACKUP-CLOSE.

       BACKUP-VOUCHTXN-FILE.
           MOVE "VOUCHTXN" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-VOUCHTXN
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-VOUCHTXN NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE VOUCHTXN-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-VOUCHTXN
           PERFORM BACKUP-CLOSE.

       BACKUP-CORPACCT-FILE.
           MOVE "CORPACCT" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-CORPACCT
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-CORPACCT NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE CORP-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-CORPACCT
           PERFORM BACKUP-CLOSE.

       BACKUP-GROUPBOOK-FILE.
           MOVE "GROUPBOOK" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-GROUPBOOK
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-GROUPBOOK NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE GRP-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-GROUPBOOK
           PERFORM BACKUP-CLOSE.

       BACKUP-INVOICE-FILE.
           MOVE "INVOICES" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-INVOICE
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-INVOICE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE INV-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-INVOICE
           PERFORM BACKUP-CLOSE.

       BACKUP-ARPAY-FILE.
           MOVE "ARPAYMENTS" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-ARPAY
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-ARPAY NEXT RECORD
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE ARP-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ARPAY
           PERFORM BACKUP-CLOSE.

       BACKUP-EODLOG-FILE.
           MOVE "EODRUNLOG" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           CLOSE FD-NOTIFY
           PERFORM BACKUP-CLOSE.

       BACKUP-ERASURE-FILE.
           MOVE "ERASURELOG" TO WS-BACKUP-TAG
           PERFORM BACKUP-OPEN
           OPEN INPUT FD-ERASURELOG
           IF WS-FILESTATUS NOT EQUAL 35
               PERFORM UNTIL WS-BAK-EOF EQUAL 'Y'
                   READ FD-ERASURELOG
                       AT END MOVE 'Y' TO WS-BAK-EOF
                       NOT AT END
                       MOVE ERASURE-LINE TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-BAK-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FD-ERASURELOG
           PERFORM BACKUP-CLOSE.

      *----UNATTENDED END-OF-DAY RUN: EXPIRES STALE UNPAID ROWS,----
      *----ARCHIVES PAST SHOWINGS AND RECONCILES THE SEAT LAYOUT----
      *----IN ONE PASS WITH NO OPERATOR PROMPTS. EVERY STEP IS----
           PERFORM CONVERT-LAYOUTS
           PERFORM CONVERT-RESERVATIONS
           PERFORM CONVERT-HISTORY
           PERFORM CONVERT-REFUNDS
           PERFORM CONVERT-POINTS
           PERFORM CONVERT-ITEMS
           PERFORM CONVERT-MOVIES
           DISPLAY " "
           DISPLAY "CONVERSION COMPLETE. VERIFY THE SYSTEM, THEN"
           " DELETE THE .OLD FILES - THEY STILL HOLD PLAINTEXT"
           END-PERFORM
           CLOSE FD-RESERVEHIST.

      *----REFUNDS AND POINTS ROWS WRITTEN BEFORE SUPERVISOR----
      *----OVERRIDES EXISTED HAD NO APPROVER, SO IT IS SET TO ZERO----
       CONVERT-REFUNDS.
           MOVE 0 TO WS-CONV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-REFUND-OLD
           IF WS-FILESTATUS EQUAL 35
               DISPLAY "REFUNDS.OLD NOT FOUND - REFUNDS SKIPPED."
           ELSE
           IF WS-FILESTATUS NOT EQUAL 00
               DISPLAY "REFUNDS.OLD COULD NOT BE OPENED (FILE "
               "STATUS " WS-FILESTATUS ") - CONVERSION STOPPED!"
               STOP RUN
           ELSE
               OPEN I-O FD-REFUND
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-REFUND-OLD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE RFO-ID TO REFUND-ID
                       MOVE RFO-SEATID TO REFUND-SEATID
                       MOVE RFO-ORDER-ID TO REFUND-ORDER-ID
                       MOVE RFO-CUSTOMER-ID TO REFUND-CUSTOMER-ID
                       MOVE RFO-MOVIE-ID TO REFUND-MOVIE-ID
                       MOVE RFO-MOVIE-TITLE TO REFUND-MOVIE-TITLE
                       MOVE RFO-SHOW-ID TO REFUND-SHOW-ID
                       MOVE RFO-CINEMA-NUM TO REFUND-CINEMA-NUM
                       MOVE RFO-AMOUNT TO REFUND-AMOUNT
                       MOVE RFO-REASON TO REFUND-REASON
                       MOVE RFO-DATE TO REFUND-DATE
                       MOVE RFO-EMPLOYEE-ID TO REFUND-EMPLOYEE-ID
                       MOVE RFO-DATE-PAID TO REFUND-DATE-PAID
                       MOVE 0 TO REFUND-APPROVER-ID
                       WRITE REFUND-RECORD
                           INVALID KEY DISPLAY "DUPLICATE REFUND "
                           "SKIPPED: " RFO-ID
                           NOT INVALID KEY ADD 1 TO WS-CONV-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-REFUND
               CLOSE FD-REFUND-OLD
           END-IF
           END-IF
           MOVE 'N' TO WS-EOF
           DISPLAY "REFUNDS CONVERTED: " WS-CONV-COUNT.

       CONVERT-POINTS.
           MOVE 0 TO WS-CONV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-POINTS-OLD
           IF WS-FILESTATUS EQUAL 35
               DISPLAY "POINTS.OLD NOT FOUND - POINTS SKIPPED."
           ELSE
           IF WS-FILESTATUS NOT EQUAL 00
               DISPLAY "POINTS.OLD COULD NOT BE OPENED (FILE "
               "STATUS " WS-FILESTATUS ") - CONVERSION STOPPED!"
               STOP RUN
           ELSE
               OPEN I-O FD-POINTS
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-POINTS-OLD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE PTO-ID TO PTS-ID
                       MOVE PTO-ACCID TO PTS-ACCID
                       MOVE PTO-TYPE TO PTS-TYPE
                       MOVE PTO-POINTS TO PTS-POINTS
                       MOVE PTO-ORDER-ID TO PTS-ORDER-ID
                       MOVE PTO-AMOUNT TO PTS-AMOUNT
                       MOVE PTO-DATE TO PTS-DATE
                       MOVE PTO-EMPLOYEE-ID TO PTS-EMPLOYEE-ID
                       MOVE PTO-TENDER TO PTS-TENDER
                       MOVE 0 TO PTS-APPROVER-ID
                       WRITE POINTS-RECORD
                           INVALID KEY DISPLAY "DUPLICATE POINTS "
                           "ROW SKIPPED: " PTO-ID
                           NOT INVALID KEY ADD 1 TO WS-CONV-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-POINTS
               CLOSE FD-POINTS-OLD
           END-IF
           END-IF
           MOVE 'N' TO WS-EOF
           DISPLAY "POINTS ROWS CONVERTED: " WS-CONV-COUNT.

      *----ITEMS FROM BEFORE THE STOCK LEDGER START WITH NO UNIT----
      *----COST OR REORDER POINT; THE ADMIN SETS THEM THROUGH THE----
      *----ITEM UPDATE SCREEN----
       CONVERT-ITEMS.
           MOVE 0 TO WS-CONV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-ITEMS-OLD
           IF WS-FILESTATUS EQUAL 35
               DISPLAY "ITEMS.OLD NOT FOUND - ITEMS SKIPPED."
           ELSE
           IF WS-FILESTATUS NOT EQUAL 00
               DISPLAY "ITEMS.OLD COULD NOT BE OPENED (FILE "
               "STATUS " WS-FILESTATUS ") - CONVERSION STOPPED!"
               STOP RUN
           ELSE
               OPEN I-O FD-ITEMS
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-ITEMS
                   CLOSE FD-ITEMS
                   OPEN I-O FD-ITEMS
               END-IF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-ITEMS-OLD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE ITO-CODE TO ITEM-CODE
                       MOVE ITO-DESC TO ITEM-DESC
                       MOVE ITO-PRICE TO ITEM-PRICE
                       MOVE ITO-STOCK TO ITEM-STOCK
                       MOVE 0 TO ITEM-UNIT-COST
                       MOVE 0 TO ITEM-REORDER-POINT
                       WRITE ITEM-RECORD
                           INVALID KEY DISPLAY "DUPLICATE ITEM "
                           "SKIPPED: " ITO-CODE
                           NOT INVALID KEY ADD 1 TO WS-CONV-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-ITEMS
               CLOSE FD-ITEMS-OLD
           END-IF
           END-IF
           MOVE 'N' TO WS-EOF
           DISPLAY "ITEMS CONVERTED: " WS-CONV-COUNT.

      *----MOVIES KEEP THEIR CODES; THE RENTAL TERMS START EMPTY----
      *----AND ARE SET AFTERWARDS UNDER DISTRIBUTORS AND FILM----
      *----RENTAL TERMS----
       CONVERT-MOVIES.
           MOVE 0 TO WS-CONV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FD-MOVIES-OLD
           IF WS-FILESTATUS EQUAL 35
               DISPLAY "MOVIES.OLD NOT FOUND - MOVIES SKIPPED."
           ELSE
           IF WS-FILESTATUS NOT EQUAL 00
               DISPLAY "MOVIES.OLD COULD NOT BE OPENED (FILE "
               "STATUS " WS-FILESTATUS ") - CONVERSION STOPPED!"
               STOP RUN
           ELSE
               OPEN I-O FD-MOVIES
               IF WS-FILESTATUS = 35 THEN
                   OPEN OUTPUT FD-MOVIES
                   CLOSE FD-MOVIES
                   OPEN I-O FD-MOVIES
               END-IF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ FD-MOVIES-OLD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE FMO-MOVIECODE TO FM-MOVIECODE
                       MOVE FMO-TITLE TO FM-TITLE
                       MOVE FMO-RDATE TO FM-RDATE
                       MOVE FMO-RATINGS TO FM-RATINGS
                       MOVE FMO-SYNOPSIS TO FM-SYNOPSIS
                       MOVE FMO-PRICE TO FM-PRICE
                       MOVE 0 TO FM-DIST-ID
                       MOVE SPACES TO FM-OPEN-DATE
                       MOVE 0 TO FM-RENT-PCT(1)
                       MOVE 0 TO FM-RENT-PCT(2)
                       MOVE 0 TO FM-RENT-PCT(3)
                       MOVE 0 TO FM-RENT-PCT(4)
                       WRITE FM-RECORD
                           INVALID KEY DISPLAY "DUPLICATE MOVIE "
                           "SKIPPED: " FMO-MOVIECODE
                           NOT INVALID KEY ADD 1 TO WS-CONV-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-MOVIES
               CLOSE FD-MOVIES-OLD
           END-IF
           END-IF
           MOVE 'N' TO WS-EOF
           DISPLAY "MOVIES CONVERTED: " WS-CONV-COUNT.

       DEFAULT-PARA.
           DISPLAY "ERROR! INVALID INPUT!".

