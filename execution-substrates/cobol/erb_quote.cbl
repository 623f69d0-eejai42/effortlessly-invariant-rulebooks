      *> ERB Customer Quote and Estimate Run
      *> GnuCOBOL free-format: cobc -free -m erb_quote.cbl
      *> Prices prospective shapes for sales without sending them
      *> through ERBDRVR, so nothing reaches SHAPES-MASTER, the audit
      *> file or the cutting export until the customer commits.
      *> QUOTE-REQUESTS.DAT holds one REQUEST line per quote followed
      *> by its SHAPE lines:
      *>   REQUEST|CUSTOMER-NO|SALES-REF
      *>   SHAPE|QTY|SHAPE-ID|DISPLAY-NAME|SIDES|HOW-MANY-SIDES
      *>        |COUNT-OF-STEPS|SUM-OF-INTERNAL-ANGLES|MAX-ANGLE
      *>        |HYP-SQ|NON-HYP-SQ
      *> where everything after the quantity is a SHAPES feed record
      *> in inches. Each shape is run through ERBCALC and priced at
      *> the RATES.DAT rate ERBCOST would apply today (classification
      *> rates before side-count bands, latest effective row not
      *> end-dated): SHAPE-AREA times the area rate plus PERIMETER
      *> times the perimeter rate, rounded to the cent as ERBCOST
      *> rounds, times the quantity for the line total. Every line is
      *> written to the indexed QUOTES.DAT under a new quote number,
      *> valid for QUOTE-VALID-DAYS days. Shapes ERBCALC rejects, or
      *> for which no rate applies, are kept on the quote as INVALID
      *> or NO-RATE and listed with ERBCALC's message on
      *> QUOTE-REPORT.DAT for sales to take back to the customer. A
      *> batch stamp kept in QUOTES-PRICED.DAT stops a rerun from
      *> quoting the same requests twice.
      *> QUOTE-ACCEPTS.DAT lists the quotes customers accepted:
      *>   QUOTE-NO|ORDER-NO|DUE-DATE
      *> An accepted quote still within its validity releases each
      *> priced line to ORDERS.DAT as
      *>   ORDER-NO|SHAPE-ID|QTY|DUE-DATE|CUSTOMER-NO|UNIT-PRICE
      *> (ORDER-NO suffixed -nnn by quote line when the quote has more
      *> than one priced line), so ERBORD values and ERBINV bills the
      *> quoted unit price and not the rate of the day. The shapes of
      *> every line ordered today are rewritten to SHAPES-QUOTED.DAT,
      *> a SHAPES feed with its own CTRL record that is listed in
      *> SHAPES-FEEDS.DAT, so the next ERBDRVR run adds them to the
      *> master and the cutting export. Expired, unknown or already
      *> ordered quotes are reported as ACCEPT-REJECTED and change
      *> nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBQUOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUESTS-IN ASSIGN TO WS-REQUESTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUESTS-STATUS.
           SELECT ACCEPTS-IN ASSIGN TO WS-ACCEPTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTS-STATUS.
           SELECT RATES-IN ASSIGN TO WS-RATES-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-IN-STATUS.
           SELECT QUOTE-FILE ASSIGN TO WS-QUOTE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-KEY
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT QUOTE-REPORT ASSIGN TO WS-QUOTE-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-REPORT-STATUS.
           SELECT ORDERS-OUT ASSIGN TO WS-ORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT QUOTE-FEED ASSIGN TO WS-QUOTE-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FEED-STATUS.
           SELECT PRICED-MARK ASSIGN TO WS-PRICED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICED-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUESTS-IN
           RECORDING MODE IS F.
       01  REQUESTS-IN-RECORD          PIC X(4096).
       FD  ACCEPTS-IN
           RECORDING MODE IS F.
       01  ACCEPTS-IN-RECORD           PIC X(200).
       FD  RATES-IN
           RECORDING MODE IS F.
       01  RATES-IN-RECORD             PIC X(200).
       FD  QUOTE-FILE.
       COPY "erb_quote_copy".
       FD  QUOTE-REPORT
           RECORDING MODE IS F.
       01  QUOTE-REPORT-RECORD         PIC X(720).
       FD  ORDERS-OUT
           RECORDING MODE IS F.
       01  ORDERS-OUT-RECORD           PIC X(600).
       FD  QUOTE-FEED
           RECORDING MODE IS F.
       01  QUOTE-FEED-OUT-RECORD       PIC X(1024).
       FD  PRICED-MARK
           RECORDING MODE IS F.
       01  PRICED-MARK-RECORD          PIC X(600).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       COPY "erb_copy".
       01  WS-REQUESTS-PATH            PIC X(255)
                                       VALUE "QUOTE-REQUESTS.DAT".
       01  WS-ACCEPTS-PATH             PIC X(255)
                                       VALUE "QUOTE-ACCEPTS.DAT".
       01  WS-RATES-IN-PATH            PIC X(255) VALUE "RATES.DAT".
       01  WS-QUOTE-FILE-PATH          PIC X(255) VALUE "QUOTES.DAT".
       01  WS-QUOTE-REPORT-PATH        PIC X(255)
                                       VALUE "QUOTE-REPORT.DAT".
       01  WS-ORDERS-PATH              PIC X(255) VALUE "ORDERS.DAT".
       01  WS-QUOTE-FEED-PATH          PIC X(255)
                                       VALUE "SHAPES-QUOTED.DAT".
       01  WS-PRICED-PATH              PIC X(255)
                                       VALUE "QUOTES-PRICED.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-REQUESTS-STATUS          PIC XX.
       01  WS-ACCEPTS-STATUS           PIC XX.
       01  WS-RATES-IN-STATUS          PIC XX.
       01  WS-QUOTE-FILE-STATUS        PIC XX.
       01  WS-QUOTE-REPORT-STATUS      PIC XX.
       01  WS-ORDERS-STATUS            PIC XX.
       01  WS-QUOTE-FEED-STATUS        PIC XX.
       01  WS-PRICED-STATUS            PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-QUOTE-EOF                PIC X(3) VALUE "NO".
           88 END-OF-QUOTES            VALUE "YES".
       01  WS-BATCH-PRICED             PIC X(3) VALUE "NO".
           88 BATCH-ALREADY-PRICED     VALUE "YES".
       01  WS-QUOTE-OPEN               PIC X(3) VALUE "NO".
           88 QUOTE-IS-OPEN            VALUE "YES".
       01  WS-QNO-TAKEN                PIC X(3) VALUE "NO".
           88 QUOTE-NUMBER-TAKEN       VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-DASHED          PIC X(10).
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-LOG-READ                 PIC 9(9).
       01  WS-LOG-WRITTEN              PIC 9(9).
       01  WS-LOG-EXCEPTIONS           PIC 9(9).
       01  WS-VALID-DAYS               PIC 9(4) VALUE ZERO.
       01  WS-VALID-UNTIL              PIC X(8).
       01  WS-VALID-UNTIL-NUM          PIC 9(8).
      *> Rate table, loaded and selected exactly as ERBCOST does.
       01  WS-RATE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RATE-MAX                 PIC 9(4) VALUE 100.
       01  WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 100 TIMES.
              03 WS-RATE-CLASS         PIC X(15).
              03 WS-RATE-LOW           PIC 9(4).
              03 WS-RATE-HIGH          PIC 9(4).
              03 WS-RATE-AREA          USAGE COMP-2.
              03 WS-RATE-PERIM         USAGE COMP-2.
              03 WS-RATE-EFFECTIVE     PIC X(8).
              03 WS-RATE-END           PIC X(8).
       01  WS-RATE-I                   PIC 9(4).
       01  WS-RATE-BEST                PIC 9(4).
       01  WS-RATE-FIELD-CLASS         PIC X(20).
       01  WS-RATE-FIELD-LOW           PIC X(10).
       01  WS-RATE-FIELD-HIGH          PIC X(10).
       01  WS-RATE-FIELD-AREA          PIC X(20).
       01  WS-RATE-FIELD-PERIM         PIC X(20).
       01  WS-RATE-FIELD-EFF           PIC X(12).
       01  WS-RATE-FIELD-END           PIC X(12).
       01  WS-DATE-BUF                 PIC X(12).
       01  WS-DATE-NORM                PIC X(8).
       01  WS-DATE-I                   PIC 9(4).
       01  WS-DATE-O                   PIC 9(4).
       01  WS-SHAPE-CLASS              PIC X(15).
       01  WS-SHAPE-SIDES-NUM          PIC 9(4).
       01  WS-AREA-COST                USAGE COMP-2.
       01  WS-EDGE-COST                USAGE COMP-2.
       01  WS-COST-ROUNDED             PIC 9(13)V99.
      *> Quote requests.
       01  WS-REQ-TAG                  PIC X(10).
       01  WS-REQ-CUSTOMER-NO          PIC X(10).
       01  WS-REQ-SALES-REF            PIC X(20).
       01  WS-REQ-QTY-TEXT             PIC X(20).
       01  WS-REQ-QTY                  PIC 9(7).
       01  WS-REQ-PTR                  PIC 9(5).
       01  WS-REQ-FEED-LEN             PIC S9(5).
       01  WS-REQ-FEED-TEXT            PIC X(1024).
       01  WS-REQUEST-LINES            PIC 9(9) VALUE ZERO.
       01  WS-REQUEST-SHAPE-LINES      PIC 9(9) VALUE ZERO.
       01  WS-REQUEST-LAST-LINE        PIC X(400).
       01  WS-PRICED-STAMP             PIC X(600).
       01  WS-QUOTE-SEQ                PIC 9(5) VALUE ZERO.
       01  WS-QUOTE-SEQ-TEXT           PIC 9(4).
       01  WS-QUOTE-NO                 PIC X(14).
       01  WS-QUOTE-CUSTOMER-NO        PIC X(10).
       01  WS-QUOTE-SALES-REF          PIC X(20).
       01  WS-QUOTE-LINE-NO            PIC 9(3).
       01  WS-QUOTE-PRICED-LINES       PIC 9(3).
       01  WS-QUOTE-TOTAL              PIC 9(11)V99.
       01  WS-QUOTES-WRITTEN           PIC 9(9) VALUE ZERO.
       01  WS-LINES-QUOTED             PIC 9(9) VALUE ZERO.
       01  WS-LINES-NOT-PRICED         PIC 9(9) VALUE ZERO.
       01  WS-MALFORMED-LINES          PIC 9(9) VALUE ZERO.
       01  WS-MALFORMED-MESSAGE        PIC X(80).
      *> Acceptances.
       01  WS-ACC-QUOTE-NO             PIC X(14).
       01  WS-ACC-ORDER-NO             PIC X(20).
       01  WS-ACC-DUE-TEXT             PIC X(12).
       01  WS-ACC-DUE-DATE             PIC X(10).
       01  WS-ACC-REASON               PIC X(15).
       01  WS-ACC-MESSAGE              PIC X(80).
       01  WS-ACCEPT-LINES             PIC 9(9) VALUE ZERO.
       01  WS-ACCEPTS-REJECTED         PIC 9(9) VALUE ZERO.
       01  WS-QUOTES-CONVERTED         PIC 9(9) VALUE ZERO.
       01  WS-ORDERS-RELEASED          PIC 9(9) VALUE ZERO.
       01  WS-ORDERS-OPEN              PIC X(3) VALUE "NO".
           88 ORDERS-FILE-IS-OPEN      VALUE "YES".
       01  WS-RELEASE-ORDER-NO         PIC X(20).
      *> Lines of the quote being accepted.
       01  WS-QL-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-QL-TABLE.
           02 WS-QL-ENTRY OCCURS 999 TIMES.
              03 WS-QL-LINE-NO         PIC 9(3).
              03 WS-QL-STATUS          PIC X(8).
       01  WS-QL-I                     PIC 9(4).
       01  WS-QL-PRICED                PIC 9(4).
       01  WS-QL-ORDERED               PIC 9(4).
       01  WS-QL-CUSTOMER-NO           PIC X(10).
       01  WS-QL-VALID-UNTIL           PIC X(8).
       01  WS-QL-PRIOR-ORDER           PIC X(20).
       01  WS-FEED-RECORDS             PIC 9(9) VALUE ZERO.
      *> Report formatting.
       01  WS-UNIT-DISPLAY             PIC Z(8)9.99.
       01  WS-AMOUNT-DISPLAY           PIC Z(13)9.99.
       01  WS-QTY-DISPLAY              PIC Z(6)9.
       01  WS-LINE-DISPLAY             PIC ZZ9.
       01  WS-DATE-DISPLAY             PIC X(10).
       01  WS-DATE-DISPLAY-2           PIC X(10).
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-QUOTE-REQUESTS     PIC X(3) VALUE "NO".
           02 WS-SEEN-QUOTE-ACCEPTS      PIC X(3) VALUE "NO".
           02 WS-SEEN-RATES-IN           PIC X(3) VALUE "NO".
           02 WS-SEEN-QUOTE-FILE         PIC X(3) VALUE "NO".
           02 WS-SEEN-QUOTE-REPORT       PIC X(3) VALUE "NO".
           02 WS-SEEN-ORDERS-IN          PIC X(3) VALUE "NO".
           02 WS-SEEN-QUOTE-FEED         PIC X(3) VALUE "NO".
           02 WS-SEEN-QUOTES-PRICED      PIC X(3) VALUE "NO".
           02 WS-SEEN-QUOTE-VALID-DAYS   PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-QUOTE.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBQUOTE: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-RUN-DATE-DASHED
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE-DASHED
           END-STRING
           COMPUTE WS-VALID-UNTIL-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               + WS-VALID-DAYS)
           MOVE WS-VALID-UNTIL-NUM TO WS-VALID-UNTIL
           PERFORM LOAD-RATE-TABLE
           PERFORM OPEN-QUOTE-FILES
           PERFORM SCAN-QUOTE-REQUESTS
           PERFORM CHECK-REQUESTS-PRICED
           IF BATCH-ALREADY-PRICED
               DISPLAY "ERBQUOTE: these quote requests were already "
                   "priced - no new quotes written"
           ELSE
               PERFORM PRICE-QUOTE-REQUESTS
               PERFORM RECORD-REQUESTS-PRICED
           END-IF
           PERFORM CONVERT-ACCEPTED-QUOTES
           PERFORM WRITE-QUOTED-SHAPES-FEED
           CLOSE QUOTE-FILE
           CLOSE QUOTE-REPORT
           DISPLAY "ERBQUOTE: quotes " WS-QUOTES-WRITTEN
               " lines priced " WS-LINES-QUOTED
               " not priced " WS-LINES-NOT-PRICED
               " quotes ordered " WS-QUOTES-CONVERTED
               " order lines " WS-ORDERS-RELEASED
               " acceptances rejected " WS-ACCEPTS-REJECTED
           PERFORM WRITE-RUN-LOG-RECORD
           GOBACK.
       .

       WRITE-RUN-LOG-RECORD.
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           COMPUTE WS-LOG-READ = WS-REQUEST-LINES + WS-ACCEPT-LINES
           COMPUTE WS-LOG-WRITTEN = WS-LINES-QUOTED + WS-ORDERS-RELEASED
           COMPUTE WS-LOG-EXCEPTIONS = WS-LINES-NOT-PRICED
               + WS-MALFORMED-LINES + WS-ACCEPTS-REJECTED
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBQUOTE|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-LOG-READ DELIMITED BY SIZE "|"
                   WS-LOG-WRITTEN DELIMITED BY SIZE "|"
                   WS-LOG-EXCEPTIONS DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATES-IN
           IF WS-RATES-IN-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to open rates file, status "
                   WS-RATES-IN-STATUS
                   " - every quoted shape will be NO-RATE"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   OR WS-RATE-COUNT >= WS-RATE-MAX
                   READ RATES-IN INTO RATES-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM PARSE-ONE-RATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RATES-IN
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-RATE-COUNT >= WS-RATE-MAX
                   DISPLAY "ERBQUOTE: rate table has more than "
                       WS-RATE-MAX " rows - later rates ignored"
               END-IF
           END-IF
       .

       PARSE-ONE-RATE-RECORD.
           MOVE SPACES TO WS-RATE-FIELD-CLASS
           MOVE SPACES TO WS-RATE-FIELD-LOW
           MOVE SPACES TO WS-RATE-FIELD-HIGH
           MOVE SPACES TO WS-RATE-FIELD-AREA
           MOVE SPACES TO WS-RATE-FIELD-PERIM
           MOVE SPACES TO WS-RATE-FIELD-EFF
           MOVE SPACES TO WS-RATE-FIELD-END
           UNSTRING RATES-IN-RECORD DELIMITED BY "|"
               INTO WS-RATE-FIELD-CLASS
                    WS-RATE-FIELD-LOW
                    WS-RATE-FIELD-HIGH
                    WS-RATE-FIELD-AREA
                    WS-RATE-FIELD-PERIM
                    WS-RATE-FIELD-EFF
                    WS-RATE-FIELD-END
           IF (WS-RATE-FIELD-CLASS = SPACES)
               OR (WS-RATE-FIELD-AREA = SPACES)
               OR (WS-RATE-FIELD-PERIM = SPACES)
               DISPLAY "ERBQUOTE: malformed rate record '"
                   FUNCTION TRIM(RATES-IN-RECORD) "' ignored"
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE FUNCTION TRIM(WS-RATE-FIELD-CLASS)
                   TO WS-RATE-CLASS(WS-RATE-COUNT)
               IF WS-RATE-FIELD-LOW = SPACES
                   MOVE 0 TO WS-RATE-LOW(WS-RATE-COUNT)
               ELSE
                   COMPUTE WS-RATE-LOW(WS-RATE-COUNT) =
                       FUNCTION NUMVAL(WS-RATE-FIELD-LOW)
               END-IF
               IF WS-RATE-FIELD-HIGH = SPACES
                   MOVE 9999 TO WS-RATE-HIGH(WS-RATE-COUNT)
               ELSE
                   COMPUTE WS-RATE-HIGH(WS-RATE-COUNT) =
                       FUNCTION NUMVAL(WS-RATE-FIELD-HIGH)
               END-IF
               COMPUTE WS-RATE-AREA(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-RATE-FIELD-AREA)
               COMPUTE WS-RATE-PERIM(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-RATE-FIELD-PERIM)
               MOVE WS-RATE-FIELD-EFF TO WS-DATE-BUF
               PERFORM NORMALIZE-DATE
               MOVE WS-DATE-NORM TO WS-RATE-EFFECTIVE(WS-RATE-COUNT)
               IF WS-RATE-FIELD-END = SPACES
                   MOVE "99999999" TO WS-RATE-END(WS-RATE-COUNT)
               ELSE
                   MOVE WS-RATE-FIELD-END TO WS-DATE-BUF
                   PERFORM NORMALIZE-DATE
                   MOVE WS-DATE-NORM TO WS-RATE-END(WS-RATE-COUNT)
               END-IF
           END-IF
       .

      *> Strips the dashes out of a YYYY-MM-DD date so dates compare
      *> as plain YYYYMMDD text.
       NORMALIZE-DATE.
           MOVE SPACES TO WS-DATE-NORM
           MOVE 1 TO WS-DATE-O
           PERFORM VARYING WS-DATE-I FROM 1 BY 1
               UNTIL (WS-DATE-I > 12) OR (WS-DATE-O > 8)
               IF (WS-DATE-BUF(WS-DATE-I:1) >= "0")
                   AND (WS-DATE-BUF(WS-DATE-I:1) <= "9")
                   MOVE WS-DATE-BUF(WS-DATE-I:1)
                       TO WS-DATE-NORM(WS-DATE-O:1)
                   ADD 1 TO WS-DATE-O
               END-IF
           END-PERFORM
       .

       OPEN-QUOTE-FILES.
           OPEN I-O QUOTE-FILE
           IF WS-QUOTE-FILE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF
           IF WS-QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to open quote file, status "
                   WS-QUOTE-FILE-STATUS " - run aborted"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT QUOTE-REPORT
           IF WS-QUOTE-REPORT-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to open quote report, status "
                   WS-QUOTE-REPORT-STATUS " - run aborted"
               CLOSE QUOTE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

      *> First pass over the requests file, for the batch stamp only.
       SCAN-QUOTE-REQUESTS.
           MOVE SPACES TO WS-REQUEST-LAST-LINE
           OPEN INPUT REQUESTS-IN
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: no quote requests, status "
                   WS-REQUESTS-STATUS " - nothing to price"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ REQUESTS-IN INTO REQUESTS-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF REQUESTS-IN-RECORD NOT = SPACES
                               ADD 1 TO WS-REQUEST-LINES
                               IF REQUESTS-IN-RECORD(1:6) = "SHAPE|"
                                   ADD 1 TO WS-REQUEST-SHAPE-LINES
                               END-IF
                               MOVE REQUESTS-IN-RECORD
                                   TO WS-REQUEST-LAST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUESTS-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

      *> The stamp - request line count, shape line count and the
      *> last line - identifies a requests file already priced.
       BUILD-PRICED-STAMP.
           MOVE SPACES TO WS-PRICED-STAMP
           STRING WS-REQUEST-LINES DELIMITED BY SIZE "|"
               WS-REQUEST-SHAPE-LINES DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-REQUEST-LAST-LINE) DELIMITED BY SIZE
               INTO WS-PRICED-STAMP
           END-STRING
       .

       CHECK-REQUESTS-PRICED.
           PERFORM BUILD-PRICED-STAMP
           MOVE "NO" TO WS-BATCH-PRICED
           IF WS-REQUEST-LINES = 0
               MOVE "YES" TO WS-BATCH-PRICED
           ELSE
               OPEN INPUT PRICED-MARK
               IF WS-PRICED-STATUS = "00"
                   READ PRICED-MARK INTO PRICED-MARK-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRICED-MARK-RECORD = WS-PRICED-STAMP
                               MOVE "YES" TO WS-BATCH-PRICED
                           END-IF
                   END-READ
                   CLOSE PRICED-MARK
               END-IF
           END-IF
       .

       RECORD-REQUESTS-PRICED.
           OPEN OUTPUT PRICED-MARK
           IF WS-PRICED-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to write the priced-batch "
                   "stamp, status " WS-PRICED-STATUS
                   " - a rerun would quote these requests again"
           ELSE
               WRITE PRICED-MARK-RECORD FROM WS-PRICED-STAMP
               CLOSE PRICED-MARK
           END-IF
       .

       PRICE-QUOTE-REQUESTS.
           MOVE "NO" TO WS-QUOTE-OPEN
           OPEN INPUT REQUESTS-IN
           IF WS-REQUESTS-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to reopen quote requests, "
                   "status " WS-REQUESTS-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ REQUESTS-IN INTO REQUESTS-IN-RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF REQUESTS-IN-RECORD NOT = SPACES
                           PERFORM PRICE-ONE-REQUEST-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF QUOTE-IS-OPEN
               PERFORM FINISH-QUOTE
           END-IF
           IF WS-REQUESTS-STATUS = "00" OR "10"
               CLOSE REQUESTS-IN
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH
       .

       PRICE-ONE-REQUEST-LINE.
           MOVE SPACES TO WS-REQ-TAG
           MOVE 1 TO WS-REQ-PTR
           UNSTRING REQUESTS-IN-RECORD DELIMITED BY "|"
               INTO WS-REQ-TAG
               WITH POINTER WS-REQ-PTR
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-REQ-TAG)
               WHEN "REQUEST"
                   PERFORM START-NEW-QUOTE
               WHEN "SHAPE"
                   IF QUOTE-IS-OPEN
                       PERFORM PRICE-ONE-SHAPE-LINE
                   ELSE
                       MOVE "SHAPE line before any REQUEST line"
                           TO WS-MALFORMED-MESSAGE
                       PERFORM WRITE-MALFORMED-LINE
                   END-IF
               WHEN OTHER
                   MOVE "line is neither REQUEST nor SHAPE"
                       TO WS-MALFORMED-MESSAGE
                   PERFORM WRITE-MALFORMED-LINE
           END-EVALUATE
       .

       START-NEW-QUOTE.
           IF QUOTE-IS-OPEN
               PERFORM FINISH-QUOTE
           END-IF
           MOVE SPACES TO WS-REQ-TAG
           MOVE SPACES TO WS-REQ-CUSTOMER-NO
           MOVE SPACES TO WS-REQ-SALES-REF
           UNSTRING REQUESTS-IN-RECORD DELIMITED BY "|"
               INTO WS-REQ-TAG
                    WS-REQ-CUSTOMER-NO
                    WS-REQ-SALES-REF
           PERFORM ASSIGN-QUOTE-NUMBER
           MOVE WS-REQ-CUSTOMER-NO TO WS-QUOTE-CUSTOMER-NO
           MOVE WS-REQ-SALES-REF TO WS-QUOTE-SALES-REF
           MOVE 0 TO WS-QUOTE-LINE-NO
           MOVE 0 TO WS-QUOTE-PRICED-LINES
           MOVE 0 TO WS-QUOTE-TOTAL
           MOVE "YES" TO WS-QUOTE-OPEN
           ADD 1 TO WS-QUOTES-WRITTEN
           MOVE WS-VALID-UNTIL TO WS-DATE-BUF
           PERFORM FORMAT-DISPLAY-DATE
           MOVE SPACES TO QUOTE-REPORT-RECORD
           STRING "QUOTE|" DELIMITED BY SIZE
               WS-QUOTE-NO DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QUOTE-CUSTOMER-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QUOTE-SALES-REF) DELIMITED BY SIZE "|"
               WS-RUN-DATE-DASHED DELIMITED BY SIZE "|"
               WS-DATE-DISPLAY DELIMITED BY SIZE
               INTO QUOTE-REPORT-RECORD
           END-STRING
           WRITE QUOTE-REPORT-RECORD
       .

      *> Quote numbers run Q<date>-0001 upwards each day; a number
      *> already on the quote file (an earlier run the same day) is
      *> skipped.
       ASSIGN-QUOTE-NUMBER.
           MOVE "YES" TO WS-QNO-TAKEN
           PERFORM UNTIL NOT QUOTE-NUMBER-TAKEN
               IF WS-QUOTE-SEQ >= 9999
                   DISPLAY "ERBQUOTE: quote number limit of 9999 for "
                       WS-RUN-DATE-DASHED " hit - aborting rather "
                       "than reusing a quote number"
                   CLOSE QUOTE-FILE
                   CLOSE QUOTE-REPORT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-QUOTE-SEQ
               MOVE WS-QUOTE-SEQ TO WS-QUOTE-SEQ-TEXT
               MOVE SPACES TO WS-QUOTE-NO
               STRING "Q" WS-RUN-DATE "-" WS-QUOTE-SEQ-TEXT
                   DELIMITED BY SIZE
                   INTO WS-QUOTE-NO
               END-STRING
               MOVE WS-QUOTE-NO TO QUOTE-NO
               MOVE 1 TO QUOTE-LINE-NO
               READ QUOTE-FILE
                   INVALID KEY
                       MOVE "NO" TO WS-QNO-TAKEN
               END-READ
           END-PERFORM
       .

      *> Everything after SHAPE|QTY| is the shape as a SHAPES feed
      *> record; it is kept on the quote as keyed and run through
      *> ERBCALC the way ERBDRVR runs a feed record.
       PRICE-ONE-SHAPE-LINE.
           IF WS-QUOTE-LINE-NO >= 999
               MOVE "quote already has 999 lines - shape not quoted"
                   TO WS-MALFORMED-MESSAGE
               PERFORM WRITE-MALFORMED-LINE
           ELSE
               ADD 1 TO WS-QUOTE-LINE-NO
               MOVE SPACES TO WS-REQ-QTY-TEXT
               UNSTRING REQUESTS-IN-RECORD DELIMITED BY "|"
                   INTO WS-REQ-QTY-TEXT
                   WITH POINTER WS-REQ-PTR
               END-UNSTRING
               MOVE SPACES TO WS-REQ-FEED-TEXT
               COMPUTE WS-REQ-FEED-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                   REQUESTS-IN-RECORD TRAILING)) - WS-REQ-PTR + 1
               IF WS-REQ-FEED-LEN > 0
                   MOVE REQUESTS-IN-RECORD(WS-REQ-PTR:WS-REQ-FEED-LEN)
                       TO WS-REQ-FEED-TEXT
               END-IF
               MOVE 0 TO WS-REQ-QTY
               IF FUNCTION TEST-NUMVAL(WS-REQ-QTY-TEXT) = 0
                   IF FUNCTION NUMVAL(WS-REQ-QTY-TEXT) >= 1
                       COMPUTE WS-REQ-QTY =
                           FUNCTION NUMVAL(WS-REQ-QTY-TEXT)
                   END-IF
               END-IF
               MOVE SPACES TO SHAPE-RECORD
               UNSTRING WS-REQ-FEED-TEXT DELIMITED BY "|"
                   INTO SHAPE-ID
                        RECORD-DISPLAY-NAME
                        SIDES
                        HOW-MANY-SIDES
                        RECORD-COUNT-OF-STEPS
                        SUM-OF-INTERNAL-ANGLES
                        MAX-ANGLE
                        HYPOTENUSE-LENGTH-SQUARED
                        NON-HYPOTENUSE-SIDES-SQUARED
               MOVE SPACES TO QUOTE-RECORD
               MOVE WS-QUOTE-NO TO QUOTE-NO
               MOVE WS-QUOTE-LINE-NO TO QUOTE-LINE-NO
               MOVE WS-QUOTE-CUSTOMER-NO TO QUOTE-CUSTOMER-NO
               MOVE WS-QUOTE-SALES-REF TO QUOTE-SALES-REF
               MOVE WS-RUN-DATE TO QUOTE-DATE
               MOVE WS-VALID-UNTIL TO QUOTE-VALID-UNTIL
               MOVE SHAPE-ID TO QUOTE-SHAPE-ID
               MOVE WS-REQ-QTY TO QUOTE-QTY
               MOVE 0 TO QUOTE-UNIT-PRICE
               MOVE 0 TO QUOTE-LINE-TOTAL
               MOVE WS-RUN-ID TO QUOTE-LAST-RUN-ID
               MOVE WS-REQ-FEED-TEXT TO QUOTE-FEED-RECORD
               MOVE "INVALID" TO QUOTE-STATUS
               IF WS-REQ-QTY = 0
                   MOVE "quoted quantity is not a whole number above zero"
                       TO QUOTE-MESSAGE
               ELSE
                   IF WS-REQ-FEED-LEN > 1024
                       MOVE "shape record is longer than the quote file holds"
                           TO QUOTE-MESSAGE
                   ELSE
                       IF SHAPE-ID = SPACES
                           MOVE "shape record has no SHAPE-ID"
                               TO QUOTE-MESSAGE
                       ELSE
                           PERFORM PRICE-QUOTED-SHAPE
                       END-IF
                   END-IF
               END-IF
               WRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "ERBQUOTE: unable to write quote "
                           WS-QUOTE-NO " line " WS-QUOTE-LINE-NO
                           " status " WS-QUOTE-FILE-STATUS
               END-WRITE
               IF QUOTE-STATUS = "PRICED"
                   ADD 1 TO WS-LINES-QUOTED
                   ADD 1 TO WS-QUOTE-PRICED-LINES
                   ADD QUOTE-LINE-TOTAL TO WS-QUOTE-TOTAL
                   PERFORM WRITE-PRICED-LINE
               ELSE
                   ADD 1 TO WS-LINES-NOT-PRICED
                   PERFORM WRITE-NOT-PRICED-LINE
               END-IF
           END-IF
       .

      *> Geometry is checked exactly as ERBDRVR checks it; the class
      *> and rate are chosen exactly as ERBCOST chooses them.
       PRICE-QUOTED-SHAPE.
           CALL "ERBCALC" USING SHAPE-RECORD
           IF SIDES-VALID = "false"
               MOVE SIDES-VALIDATION-MESSAGE TO QUOTE-MESSAGE
           ELSE
               IF GEOMETRY-CONSISTENT = "false"
                   MOVE GEOMETRY-VALIDATION-MESSAGE TO QUOTE-MESSAGE
               ELSE
                   IF (SHAPE-AREA = SPACES) OR (PERIMETER = SPACES)
                       MOVE "no computed area or perimeter"
                           TO QUOTE-MESSAGE
                   ELSE
                       PERFORM CLASSIFY-QUOTED-SHAPE
                       PERFORM FIND-APPLICABLE-RATE
                       MOVE WS-SHAPE-CLASS TO QUOTE-CLASS
                       MOVE PERIMETER TO QUOTE-PERIMETER
                       MOVE SHAPE-AREA TO QUOTE-SHAPE-AREA
                       IF WS-RATE-BEST = 0
                           MOVE "NO-RATE" TO QUOTE-STATUS
                           STRING "no applicable rate for class "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SHAPE-CLASS)
                                   DELIMITED BY SIZE
                               " with " DELIMITED BY SIZE
                               WS-SHAPE-SIDES-NUM DELIMITED BY SIZE
                               " sides" DELIMITED BY SIZE
                               INTO QUOTE-MESSAGE
                           END-STRING
                       ELSE
                           COMPUTE WS-AREA-COST =
                               FUNCTION NUMVAL(SHAPE-AREA)
                               * WS-RATE-AREA(WS-RATE-BEST)
                           COMPUTE WS-EDGE-COST =
                               FUNCTION NUMVAL(PERIMETER)
                               * WS-RATE-PERIM(WS-RATE-BEST)
                           COMPUTE WS-COST-ROUNDED ROUNDED =
                               WS-AREA-COST + WS-EDGE-COST
                           MOVE WS-COST-ROUNDED TO QUOTE-UNIT-PRICE
                           COMPUTE QUOTE-LINE-TOTAL ROUNDED =
                               QUOTE-QTY * QUOTE-UNIT-PRICE
                           MOVE WS-RATE-CLASS(WS-RATE-BEST)
                               TO QUOTE-RATE-CLASS
                           MOVE "PRICED" TO QUOTE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       CLASSIFY-QUOTED-SHAPE.
           IF HOW-MANY-SIDES IS NUMERIC
               MOVE HOW-MANY-SIDES TO WS-SHAPE-SIDES-NUM
           ELSE
               MOVE 0 TO WS-SHAPE-SIDES-NUM
           END-IF
           IF IS-TRIANGLE = "true"
               MOVE "TRIANGLE" TO WS-SHAPE-CLASS
           ELSE
               IF IS-RECTANGLE = "true"
                   MOVE "RECTANGLE" TO WS-SHAPE-CLASS
               ELSE
                   IF IS-REGULAR-POLYGON = "true"
                       MOVE "REGULAR-POLYGON" TO WS-SHAPE-CLASS
                   ELSE
                       MOVE "OTHER" TO WS-SHAPE-CLASS
                   END-IF
               END-IF
           END-IF
       .

      *> Classification rates win over side-count bands; among the
      *> rows that apply and are not end-dated before the run date,
      *> the latest effective date on or before the run date wins.
       FIND-APPLICABLE-RATE.
           MOVE 0 TO WS-RATE-BEST
           PERFORM VARYING WS-RATE-I FROM 1 BY 1
               UNTIL WS-RATE-I > WS-RATE-COUNT
               IF (WS-RATE-CLASS(WS-RATE-I) = WS-SHAPE-CLASS)
                   AND (WS-RATE-EFFECTIVE(WS-RATE-I) <= WS-RUN-DATE)
                   AND (WS-RATE-END(WS-RATE-I) >= WS-RUN-DATE)
                   IF WS-RATE-BEST = 0
                       MOVE WS-RATE-I TO WS-RATE-BEST
                   ELSE
                       IF WS-RATE-EFFECTIVE(WS-RATE-I) >
                           WS-RATE-EFFECTIVE(WS-RATE-BEST)
                           MOVE WS-RATE-I TO WS-RATE-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-BEST = 0
               PERFORM VARYING WS-RATE-I FROM 1 BY 1
                   UNTIL WS-RATE-I > WS-RATE-COUNT
                   IF (WS-RATE-CLASS(WS-RATE-I) = "SIDES-BAND")
                       AND (WS-SHAPE-SIDES-NUM >=
                           WS-RATE-LOW(WS-RATE-I))
                       AND (WS-SHAPE-SIDES-NUM <=
                           WS-RATE-HIGH(WS-RATE-I))
                       AND (WS-RATE-EFFECTIVE(WS-RATE-I) <=
                           WS-RUN-DATE)
                       AND (WS-RATE-END(WS-RATE-I) >= WS-RUN-DATE)
                       IF WS-RATE-BEST = 0
                           MOVE WS-RATE-I TO WS-RATE-BEST
                       ELSE
                           IF WS-RATE-EFFECTIVE(WS-RATE-I) >
                               WS-RATE-EFFECTIVE(WS-RATE-BEST)
                               MOVE WS-RATE-I TO WS-RATE-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       .

       WRITE-PRICED-LINE.
           MOVE QUOTE-LINE-NO TO WS-LINE-DISPLAY
           MOVE QUOTE-QTY TO WS-QTY-DISPLAY
           MOVE QUOTE-UNIT-PRICE TO WS-UNIT-DISPLAY
           MOVE QUOTE-LINE-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO QUOTE-REPORT-RECORD
           STRING "LINE|" DELIMITED BY SIZE
               QUOTE-NO DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LINE-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(QUOTE-SHAPE-ID) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(QUOTE-CLASS) DELIMITED BY SIZE "|"
               FUNCTION TRIM(QUOTE-RATE-CLASS) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-UNIT-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
               INTO QUOTE-REPORT-RECORD
           END-STRING
           WRITE QUOTE-REPORT-RECORD
       .

      *> INVALID and NO-RATE lines go back to sales with the reason,
      *> ERBCALC's own validation message for rejected geometry.
       WRITE-NOT-PRICED-LINE.
           MOVE QUOTE-LINE-NO TO WS-LINE-DISPLAY
           MOVE SPACES TO QUOTE-REPORT-RECORD
           STRING FUNCTION TRIM(QUOTE-STATUS) DELIMITED BY SIZE "|"
               QUOTE-NO DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LINE-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(QUOTE-SHAPE-ID) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-REQ-QTY-TEXT) DELIMITED BY SIZE "|"
               FUNCTION TRIM(QUOTE-MESSAGE) DELIMITED BY SIZE
               INTO QUOTE-REPORT-RECORD
           END-STRING
           WRITE QUOTE-REPORT-RECORD
       .

       FINISH-QUOTE.
           MOVE WS-QUOTE-LINE-NO TO WS-LINE-DISPLAY
           MOVE WS-QUOTE-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-QUOTE-PRICED-LINES TO WS-QTY-DISPLAY
           MOVE SPACES TO QUOTE-REPORT-RECORD
           STRING "QUOTE-TOTAL|" DELIMITED BY SIZE
               WS-QUOTE-NO DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LINE-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
               INTO QUOTE-REPORT-RECORD
           END-STRING
           WRITE QUOTE-REPORT-RECORD
           MOVE "NO" TO WS-QUOTE-OPEN
       .

       WRITE-MALFORMED-LINE.
           ADD 1 TO WS-MALFORMED-LINES
           MOVE SPACES TO QUOTE-REPORT-RECORD
           STRING "MALFORMED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MALFORMED-MESSAGE) DELIMITED BY SIZE "|"
               FUNCTION TRIM(REQUESTS-IN-RECORD) DELIMITED BY SIZE
               INTO QUOTE-REPORT-RECORD
           END-STRING
           WRITE QUOTE-REPORT-RECORD
       .

       CONVERT-ACCEPTED-QUOTES.
           OPEN INPUT ACCEPTS-IN
           IF WS-ACCEPTS-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: no quote acceptances, status "
                   WS-ACCEPTS-STATUS " - no quotes converted to orders"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ ACCEPTS-IN INTO ACCEPTS-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF ACCEPTS-IN-RECORD NOT = SPACES
                               PERFORM CONVERT-ONE-ACCEPTANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCEPTS-IN
               MOVE "NO" TO WS-EOF-SWITCH
               IF ORDERS-FILE-IS-OPEN
                   CLOSE ORDERS-OUT
               END-IF
           END-IF
       .

      *> A quote converts once, whole, while it is still valid; lines
      *> that were never priced stay behind on the quote.
       CONVERT-ONE-ACCEPTANCE.
           ADD 1 TO WS-ACCEPT-LINES
           MOVE SPACES TO WS-ACC-QUOTE-NO
           MOVE SPACES TO WS-ACC-ORDER-NO
           MOVE SPACES TO WS-ACC-DUE-TEXT
           UNSTRING ACCEPTS-IN-RECORD DELIMITED BY "|"
               INTO WS-ACC-QUOTE-NO
                    WS-ACC-ORDER-NO
                    WS-ACC-DUE-TEXT
           MOVE SPACES TO WS-ACC-REASON
           MOVE SPACES TO WS-ACC-DUE-DATE
           IF (WS-ACC-QUOTE-NO = SPACES) OR (WS-ACC-ORDER-NO = SPACES)
               MOVE "BAD-ACCEPT" TO WS-ACC-REASON
               MOVE "quote number and order number are both required"
                   TO WS-ACC-MESSAGE
           END-IF
           IF (WS-ACC-REASON = SPACES) AND (WS-ACC-DUE-TEXT NOT = SPACES)
               MOVE WS-ACC-DUE-TEXT TO WS-DATE-BUF
               PERFORM NORMALIZE-DATE
               IF (WS-DATE-NORM IS NUMERIC)
                   AND (FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-DATE-NORM)) = 0)
                   MOVE WS-DATE-NORM TO WS-DATE-BUF
                   PERFORM FORMAT-DISPLAY-DATE
                   MOVE WS-DATE-DISPLAY TO WS-ACC-DUE-DATE
               ELSE
                   MOVE "BAD-DUE-DATE" TO WS-ACC-REASON
                   MOVE "due date is not a valid YYYY-MM-DD date"
                       TO WS-ACC-MESSAGE
               END-IF
           END-IF
           IF WS-ACC-REASON = SPACES
               PERFORM LOAD-QUOTE-LINES
               PERFORM SCREEN-ACCEPTED-QUOTE
           END-IF
           IF WS-ACC-REASON NOT = SPACES
               PERFORM WRITE-ACCEPT-REJECTED
           ELSE
               PERFORM RELEASE-QUOTE-LINES
           END-IF
       .

       SCREEN-ACCEPTED-QUOTE.
           IF WS-QL-COUNT = 0
               MOVE "NO-QUOTE" TO WS-ACC-REASON
               MOVE "quote is not on the quote file" TO WS-ACC-MESSAGE
           END-IF
           IF (WS-ACC-REASON = SPACES) AND (WS-QL-ORDERED > 0)
               MOVE "ALREADY-ORDERED" TO WS-ACC-REASON
               MOVE SPACES TO WS-ACC-MESSAGE
               STRING "quote was already converted to order "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QL-PRIOR-ORDER) DELIMITED BY SIZE
                   INTO WS-ACC-MESSAGE
               END-STRING
           END-IF
           IF (WS-ACC-REASON = SPACES)
               AND (WS-QL-VALID-UNTIL < WS-RUN-DATE)
               MOVE "EXPIRED" TO WS-ACC-REASON
               MOVE WS-QL-VALID-UNTIL TO WS-DATE-BUF
               PERFORM FORMAT-DISPLAY-DATE
               MOVE SPACES TO WS-ACC-MESSAGE
               STRING "quote expired " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   " - requote at today's rates" DELIMITED BY SIZE
                   INTO WS-ACC-MESSAGE
               END-STRING
           END-IF
           IF (WS-ACC-REASON = SPACES) AND (WS-QL-CUSTOMER-NO = SPACES)
               MOVE "NO-CUSTOMER" TO WS-ACC-REASON
               MOVE "quote has no customer number - requote for the customer"
                   TO WS-ACC-MESSAGE
           END-IF
           IF (WS-ACC-REASON = SPACES) AND (WS-QL-PRICED = 0)
               MOVE "NOTHING-PRICED" TO WS-ACC-REASON
               MOVE "quote has no priced lines" TO WS-ACC-MESSAGE
           END-IF
           IF (WS-ACC-REASON = SPACES) AND (WS-QL-PRICED > 1)
               AND (FUNCTION LENGTH(FUNCTION TRIM(WS-ACC-ORDER-NO)) > 16)
               MOVE "BAD-ORDER-NO" TO WS-ACC-REASON
               MOVE "order number leaves no room for the -nnn line suffix"
                   TO WS-ACC-MESSAGE
           END-IF
       .

       LOAD-QUOTE-LINES.
           MOVE 0 TO WS-QL-COUNT
           MOVE 0 TO WS-QL-PRICED
           MOVE 0 TO WS-QL-ORDERED
           MOVE SPACES TO WS-QL-CUSTOMER-NO
           MOVE SPACES TO WS-QL-VALID-UNTIL
           MOVE SPACES TO WS-QL-PRIOR-ORDER
           MOVE "NO" TO WS-QUOTE-EOF
           MOVE WS-ACC-QUOTE-NO TO QUOTE-NO
           MOVE 0 TO QUOTE-LINE-NO
           START QUOTE-FILE KEY >= QUOTE-KEY
               INVALID KEY
                   MOVE "YES" TO WS-QUOTE-EOF
           END-START
           PERFORM UNTIL END-OF-QUOTES
               READ QUOTE-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-QUOTE-EOF
                   NOT AT END
                       IF QUOTE-NO NOT = WS-ACC-QUOTE-NO
                           MOVE "YES" TO WS-QUOTE-EOF
                       ELSE
                           PERFORM NOTE-ONE-QUOTE-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "NO" TO WS-QUOTE-EOF
       .

       NOTE-ONE-QUOTE-LINE.
           ADD 1 TO WS-QL-COUNT
           MOVE QUOTE-LINE-NO TO WS-QL-LINE-NO(WS-QL-COUNT)
           MOVE QUOTE-STATUS TO WS-QL-STATUS(WS-QL-COUNT)
           MOVE QUOTE-CUSTOMER-NO TO WS-QL-CUSTOMER-NO
           MOVE QUOTE-VALID-UNTIL TO WS-QL-VALID-UNTIL
           IF QUOTE-STATUS = "PRICED"
               ADD 1 TO WS-QL-PRICED
           END-IF
           IF QUOTE-STATUS = "ORDERED"
               ADD 1 TO WS-QL-ORDERED
               IF WS-QL-PRIOR-ORDER = SPACES
                   MOVE QUOTE-ORDER-NO TO WS-QL-PRIOR-ORDER
               END-IF
           END-IF
       .

       RELEASE-QUOTE-LINES.
           IF NOT ORDERS-FILE-IS-OPEN
               OPEN EXTEND ORDERS-OUT
               IF WS-ORDERS-STATUS = "35"
                   OPEN OUTPUT ORDERS-OUT
               END-IF
               IF WS-ORDERS-STATUS NOT = "00"
                   DISPLAY "ERBQUOTE: unable to open orders file, status "
                       WS-ORDERS-STATUS " - no quotes converted"
                   CLOSE ACCEPTS-IN
                   CLOSE QUOTE-FILE
                   CLOSE QUOTE-REPORT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               MOVE "YES" TO WS-ORDERS-OPEN
           END-IF
           PERFORM VARYING WS-QL-I FROM 1 BY 1
               UNTIL WS-QL-I > WS-QL-COUNT
               IF WS-QL-STATUS(WS-QL-I) = "PRICED"
                   PERFORM RELEASE-ONE-QUOTE-LINE
               END-IF
           END-PERFORM
           ADD 1 TO WS-QUOTES-CONVERTED
       .

      *> The order line carries the quoted unit price as its sixth
      *> field; the quote line is marked ORDERED so the acceptance
      *> cannot be released twice.
       RELEASE-ONE-QUOTE-LINE.
           MOVE WS-ACC-QUOTE-NO TO QUOTE-NO
           MOVE WS-QL-LINE-NO(WS-QL-I) TO QUOTE-LINE-NO
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "ERBQUOTE: quote " WS-ACC-QUOTE-NO
                       " line " QUOTE-LINE-NO " vanished - not ordered"
                   MOVE SPACES TO QUOTE-STATUS
           END-READ
           IF QUOTE-STATUS = "PRICED"
               MOVE SPACES TO WS-RELEASE-ORDER-NO
               IF WS-QL-PRICED = 1
                   MOVE WS-ACC-ORDER-NO TO WS-RELEASE-ORDER-NO
               ELSE
                   STRING FUNCTION TRIM(WS-ACC-ORDER-NO) DELIMITED BY SIZE
                       "-" QUOTE-LINE-NO DELIMITED BY SIZE
                       INTO WS-RELEASE-ORDER-NO
                   END-STRING
               END-IF
               MOVE QUOTE-QTY TO WS-QTY-DISPLAY
               MOVE QUOTE-UNIT-PRICE TO WS-UNIT-DISPLAY
               MOVE SPACES TO ORDERS-OUT-RECORD
               STRING FUNCTION TRIM(WS-RELEASE-ORDER-NO)
                       DELIMITED BY SIZE "|"
                   FUNCTION TRIM(QUOTE-SHAPE-ID) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-ACC-DUE-DATE) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(QUOTE-CUSTOMER-NO) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-UNIT-DISPLAY) DELIMITED BY SIZE
                   INTO ORDERS-OUT-RECORD
               END-STRING
               WRITE ORDERS-OUT-RECORD
               ADD 1 TO WS-ORDERS-RELEASED
               MOVE "ORDERED" TO QUOTE-STATUS
               MOVE WS-RELEASE-ORDER-NO TO QUOTE-ORDER-NO
               MOVE WS-ACC-DUE-DATE TO QUOTE-ORDER-DUE-DATE
               MOVE WS-RUN-DATE TO QUOTE-ORDERED-DATE
               MOVE WS-RUN-ID TO QUOTE-LAST-RUN-ID
               REWRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "ERBQUOTE: unable to rewrite quote "
                           QUOTE-NO " line " QUOTE-LINE-NO
                           " status " WS-QUOTE-FILE-STATUS
               END-REWRITE
               MOVE QUOTE-LINE-TOTAL TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO QUOTE-REPORT-RECORD
               STRING "ORDERED|" DELIMITED BY SIZE
                   QUOTE-NO DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-RELEASE-ORDER-NO)
                       DELIMITED BY SIZE "|"
                   FUNCTION TRIM(QUOTE-SHAPE-ID) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-UNIT-DISPLAY) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                   INTO QUOTE-REPORT-RECORD
               END-STRING
               WRITE QUOTE-REPORT-RECORD
           END-IF
       .

       WRITE-ACCEPT-REJECTED.
           ADD 1 TO WS-ACCEPTS-REJECTED
           MOVE SPACES TO QUOTE-REPORT-RECORD
           STRING "ACCEPT-REJECTED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACC-QUOTE-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-ACC-ORDER-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-ACC-REASON) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-ACC-MESSAGE) DELIMITED BY SIZE
               INTO QUOTE-REPORT-RECORD
           END-STRING
           WRITE QUOTE-REPORT-RECORD
       .

      *> The feed is rebuilt every run from the quote lines ordered
      *> today, so a rerun before ERBDRVR writes the same shapes again
      *> and a later run does not feed them twice.
       WRITE-QUOTED-SHAPES-FEED.
           OPEN OUTPUT QUOTE-FEED
           IF WS-QUOTE-FEED-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: unable to open quoted-shapes feed, "
                   "status " WS-QUOTE-FEED-STATUS
                   " - ordered shapes will not reach ERBDRVR"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO SHAPE-RECORD
               CALL "ERBCALC" USING SHAPE-RECORD
               MOVE SPACES TO QUOTE-FEED-OUT-RECORD
               STRING "CTRL|" DELIMITED BY SIZE
                   FUNCTION TRIM(RULEBOOK-VERSION) DELIMITED BY SIZE "|"
                   WS-RUN-DATE-DASHED DELIMITED BY SIZE
                   INTO QUOTE-FEED-OUT-RECORD
               END-STRING
               WRITE QUOTE-FEED-OUT-RECORD
               MOVE "NO" TO WS-QUOTE-EOF
               MOVE LOW-VALUES TO QUOTE-KEY
               START QUOTE-FILE KEY >= QUOTE-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-QUOTE-EOF
               END-START
               PERFORM UNTIL END-OF-QUOTES
                   READ QUOTE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-QUOTE-EOF
                       NOT AT END
                           IF (QUOTE-STATUS = "ORDERED")
                               AND (QUOTE-ORDERED-DATE = WS-RUN-DATE)
                               WRITE QUOTE-FEED-OUT-RECORD
                                   FROM QUOTE-FEED-RECORD
                               ADD 1 TO WS-FEED-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "NO" TO WS-QUOTE-EOF
               CLOSE QUOTE-FEED
               DISPLAY "ERBQUOTE: " WS-FEED-RECORDS
                   " ordered shape(s) written to "
                   FUNCTION TRIM(WS-QUOTE-FEED-PATH)
           END-IF
       .

       FORMAT-DISPLAY-DATE.
           MOVE SPACES TO WS-DATE-DISPLAY
           STRING WS-DATE-BUF(1:4) "-" WS-DATE-BUF(5:2) "-"
               WS-DATE-BUF(7:2) DELIMITED BY SIZE
               INTO WS-DATE-DISPLAY
           END-STRING
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBQUOTE: run-parameter file "
                   FUNCTION TRIM(WS-PARM-FILE-PATH)
                   " cannot be opened, status " WS-PARM-FILE-STATUS
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
           ELSE
               PERFORM UNTIL END-OF-PARM-CARDS
                   READ PARM-FILE INTO PARM-CARD
                       AT END
                           MOVE "YES" TO WS-PARM-EOF-SWITCH
                       NOT AT END
                           PERFORM APPLY-ONE-PARM-CARD
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               PERFORM CHECK-REQUIRED-PARM-CARDS
               IF NOT PARM-ERROR-FOUND
                   PERFORM ECHO-RESOLVED-PARMS
               END-IF
           END-IF
       .

       APPLY-ONE-PARM-CARD.
           IF (PARM-CARD = SPACES) OR (PARM-CARD(1:1) = "*")
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-CARD-KEY
               MOVE SPACES TO WS-PARM-CARD-VALUE
               UNSTRING PARM-CARD DELIMITED BY "="
                   INTO WS-PARM-CARD-KEY
                        WS-PARM-CARD-VALUE
               IF (WS-PARM-CARD-KEY = SPACES)
                   OR (WS-PARM-CARD-VALUE = SPACES)
                   DISPLAY "ERBQUOTE: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "QUOTE-REQUESTS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-REQUESTS-PATH
                   MOVE "YES" TO WS-SEEN-QUOTE-REQUESTS
               WHEN "QUOTE-ACCEPTS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-ACCEPTS-PATH
                   MOVE "YES" TO WS-SEEN-QUOTE-ACCEPTS
               WHEN "RATES-IN"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RATES-IN-PATH
                   MOVE "YES" TO WS-SEEN-RATES-IN
               WHEN "QUOTE-FILE"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-QUOTE-FILE-PATH
                   MOVE "YES" TO WS-SEEN-QUOTE-FILE
               WHEN "QUOTE-REPORT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-QUOTE-REPORT-PATH
                   MOVE "YES" TO WS-SEEN-QUOTE-REPORT
               WHEN "ORDERS-IN"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-ORDERS-PATH
                   MOVE "YES" TO WS-SEEN-ORDERS-IN
               WHEN "QUOTE-FEED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-QUOTE-FEED-PATH
                   MOVE "YES" TO WS-SEEN-QUOTE-FEED
               WHEN "QUOTES-PRICED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PRICED-PATH
                   MOVE "YES" TO WS-SEEN-QUOTES-PRICED
               WHEN "QUOTE-VALID-DAYS"
                   COMPUTE WS-PARM-TEST = FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-PARM-CARD-VALUE))
                   IF WS-PARM-TEST = 0
                       COMPUTE WS-VALID-DAYS = FUNCTION NUMVAL(
                           WS-PARM-CARD-VALUE)
                       IF WS-VALID-DAYS = 0
                           DISPLAY "ERBQUOTE: QUOTE-VALID-DAYS "
                               "must be at least 1 - a quote valid for "
                               "0 days could never be accepted"
                           MOVE "YES" TO WS-PARM-ERROR-SWITCH
                       ELSE
                           MOVE "YES" TO WS-SEEN-QUOTE-VALID-DAYS
                       END-IF
                   ELSE
                       DISPLAY "ERBQUOTE: QUOTE-VALID-DAYS value '"
                           FUNCTION TRIM(WS-PARM-CARD-VALUE)
                           "' is not numeric"
                       MOVE "YES" TO WS-PARM-ERROR-SWITCH
                   END-IF
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-QUOTE-REQUESTS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTE-REQUESTS is missing"
           END-IF
           IF WS-SEEN-QUOTE-ACCEPTS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTE-ACCEPTS is missing"
           END-IF
           IF WS-SEEN-RATES-IN = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card RATES-IN is missing"
           END-IF
           IF WS-SEEN-QUOTE-FILE = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTE-FILE is missing"
           END-IF
           IF WS-SEEN-QUOTE-REPORT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTE-REPORT is missing"
           END-IF
           IF WS-SEEN-ORDERS-IN = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card ORDERS-IN is missing"
           END-IF
           IF WS-SEEN-QUOTE-FEED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTE-FEED is missing"
           END-IF
           IF WS-SEEN-QUOTES-PRICED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTES-PRICED is missing"
           END-IF
           IF WS-SEEN-QUOTE-VALID-DAYS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card QUOTE-VALID-DAYS is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBQUOTE: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBQUOTE: QUOTE-REQUESTS="
               FUNCTION TRIM(WS-REQUESTS-PATH)
           DISPLAY "ERBQUOTE: QUOTE-ACCEPTS="
               FUNCTION TRIM(WS-ACCEPTS-PATH)
           DISPLAY "ERBQUOTE: RATES-IN="
               FUNCTION TRIM(WS-RATES-IN-PATH)
           DISPLAY "ERBQUOTE: QUOTE-FILE="
               FUNCTION TRIM(WS-QUOTE-FILE-PATH)
           DISPLAY "ERBQUOTE: QUOTE-REPORT="
               FUNCTION TRIM(WS-QUOTE-REPORT-PATH)
           DISPLAY "ERBQUOTE: ORDERS-IN="
               FUNCTION TRIM(WS-ORDERS-PATH)
           DISPLAY "ERBQUOTE: QUOTE-FEED="
               FUNCTION TRIM(WS-QUOTE-FEED-PATH)
           DISPLAY "ERBQUOTE: QUOTES-PRICED="
               FUNCTION TRIM(WS-PRICED-PATH)
           DISPLAY "ERBQUOTE: QUOTE-VALID-DAYS=" WS-VALID-DAYS
           DISPLAY "ERBQUOTE: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
