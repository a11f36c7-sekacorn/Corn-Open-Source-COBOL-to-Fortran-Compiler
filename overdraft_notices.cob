               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

      *    Shared electronic delivery extract: documents for
      *    customers enrolled in e-delivery go here, one record per
      *    document line, for the e-mail vendor - instead of print.
           SELECT EDELIVERY-FILE
               ASSIGN TO "EDELIVERY-EXTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDELIV-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "OD-NSF-NOTICES.TXT"
               ORGANIZATION IS SEQUENTIAL.
          05 CUST-MAIL-STATUS           PIC X.
             88 CUST-MAIL-RETURNED      VALUE 'R'.
          05 CUST-MAIL-RETURNED-DATE    PIC 9(8).
      *    Taxpayer identification: the TIN with its type ('S' SSN,
      *    'E' EIN, 'I' ITIN) and the W-9 certification status with
      *    the date it was last set - 'C' certified, 'X' exempt
      *    recipient, 'B' IRS B-notice received (TIN mismatch), blank
      *    or 'U' not yet certified. Interest paid to a customer who
      *    is not exempt and has no certified TIN is subject to
      *    backup withholding.
          05 CUST-TIN                   PIC 9(9).
          05 CUST-TIN-TYPE              PIC X.
             88 CUST-TIN-SSN            VALUE 'S'.
             88 CUST-TIN-EIN            VALUE 'E'.
             88 CUST-TIN-ITIN           VALUE 'I'.
             88 CUST-TIN-TYPE-VALID     VALUES 'S' 'E' 'I'.
          05 CUST-W9-STATUS             PIC X.
             88 CUST-W9-CERTIFIED       VALUE 'C'.
             88 CUST-W9-EXEMPT          VALUE 'X'.
             88 CUST-W9-B-NOTICE        VALUE 'B'.
             88 CUST-W9-UNCERTIFIED     VALUES 'U' ' '.
          05 CUST-W9-DATE               PIC 9(8).
      *    Electronic delivery: 'E' routes the customer's statements
      *    and notices to the electronic delivery extract instead of
      *    print, to the e-mail address on file, under the consent
      *    the customer gave on the consent date. Blank or 'P' is
      *    paper. A bounced address or lapsed consent reverts the
      *    customer to paper.
          05 CUST-DELIVERY-PREF         PIC X.
             88 CUST-EDELIVERY-ENROLLED VALUE 'E'.
             88 CUST-PAPER-DELIVERY     VALUES 'P' ' '.
          05 CUST-EMAIL-ADDRESS         PIC X(60).
          05 CUST-EDELIV-CONSENT-DATE   PIC 9(8).
      *    Duplicate-customer merge: 'M' marks an ID retired by
      *    CUSTOMER-MERGE - its accounts and relationships now stand
      *    under CUST-MERGED-INTO-ID, and the record stays on file
      *    so the ID is never issued again. Blank is a live
      *    customer.
          05 CUST-MERGE-STATUS          PIC X.
             88 CUST-RETIRED-BY-MERGE   VALUE 'M'.
          05 CUST-MERGED-INTO-ID        PIC 9(8).
          05 CUST-MERGED-DATE           PIC 9(8).
      *    Deceased customer: the date of death the branch reports
      *    through CUSTOMER-MAINTENANCE, which marks the customer 'P'
      *    (reported, not yet actioned). DECEASED-CUSTOMER-PROCESSING
      *    restricts the customer's accounts and services that night
      *    and moves the status to 'D'; 'S' records the estate as
      *    settled. The estate contact (executor, administrator or
      *    next of kin) is who the estate desk deals with. Blank
      *    status is a living customer.
          05 CUST-DATE-OF-DEATH         PIC 9(8).
          05 CUST-ESTATE-STATUS         PIC X.
             88 CUST-DEATH-REPORTED     VALUE 'P'.
             88 CUST-DECEASED-ACTIONED  VALUE 'D'.
             88 CUST-ESTATE-SETTLED     VALUE 'S'.
             88 CUST-IS-DECEASED        VALUES 'P' 'D' 'S'.
          05 CUST-ESTATE-CONTACT-NAME   PIC X(40).
          05 CUST-ESTATE-CONTACT-PHONE  PIC X(15).
      *    Customer identification (CIP) and risk: the ID seen at
      *    account opening - 'DL' driver licence, 'PP' passport, 'SI'
      *    state ID, 'MI' military ID, 'AR' alien registration, 'OT'
      *    other - with its expiry and the date it was verified. The
      *    risk rating ('L' low, 'M' medium, 'H' high, blank not yet
      *    rated) is re-scored monthly by CUSTOMER-RISK-RESCORE from
      *    the score shown; a rating keyed through
      *    CUSTOMER-MAINTENANCE is kept as the override, a floor the
      *    re-score never rates below. The next-review date drives
      *    the periodic KYC review worklist.
          05 CUST-ID-TYPE               PIC X(2).
             88 CUST-ID-TYPE-VALID      VALUES 'DL' 'PP' 'SI' 'MI'
                                               'AR' 'OT'.
          05 CUST-ID-NUMBER             PIC X(20).
          05 CUST-ID-EXPIRY-DATE        PIC 9(8).
          05 CUST-ID-VERIFIED-DATE      PIC 9(8).
          05 CUST-RISK-RATING           PIC X.
             88 CUST-RISK-LOW           VALUE 'L'.
             88 CUST-RISK-MEDIUM        VALUE 'M'.
             88 CUST-RISK-HIGH          VALUE 'H'.
          05 CUST-RISK-OVERRIDE         PIC X.
          05 CUST-RISK-SCORE            PIC 9(3).
          05 CUST-RISK-RATED-DATE       PIC 9(8).
          05 CUST-NEXT-REVIEW-DATE      PIC 9(8).

       FD OVERDRAWN-HISTORY-FILE.
       01 OVERDRAWN-HISTORY-RECORD.
       FD UNDELIVERABLE-FILE.
       01 UNDELIVERABLE-LINE            PIC X(132).

       FD EDELIVERY-FILE.
       01 EDELIVERY-RECORD.
          05 EDL-DOCUMENT-TYPE          PIC X(8).
          05 EDL-CUSTOMER-ID            PIC 9(8).
          05 EDL-EMAIL-ADDRESS          PIC X(60).
          05 EDL-DOCUMENT-DATE          PIC 9(8).
          05 EDL-RUN-STAMP              PIC X(14).
          05 EDL-DOCUMENT-NUMBER        PIC 9(5).
          05 EDL-LINE-NUMBER            PIC 9(5).
          05 EDL-BODY-LINE              PIC X(132).

       FD NOTICE-FILE.
       01 NOTICE-LINE                   PIC X(132).


       01 WS-UNDELIV-STATUS             PIC X(2).
       01 WS-UNDELIV-TEXT               PIC X(132).

      *    Electronic delivery: the document in progress goes to the
      *    extract when the flag is set; customer and address are
      *    held from the start of the document because the customer
      *    record may be re-read while the body is written.
       01 WS-EDELIV-STATUS              PIC X(2).
       01 WS-EDELIV-RUN-STAMP           PIC X(14).
       01 WS-EDELIV-DOC-TYPE            PIC X(8).
       01 WS-EDELIV-CUSTOMER            PIC 9(8).
       01 WS-EDELIV-EMAIL               PIC X(60).
       01 WS-EDELIV-DOC-COUNT           PIC 9(5) VALUE ZEROS.
       01 WS-EDELIV-LINE-COUNT          PIC 9(5) VALUE ZEROS.
       01 WS-EDELIVERY-FLAG             PIC X VALUE 'N'.
          88 DOCUMENT-ELECTRONIC        VALUE 'Y'.
       01 WS-MAIL-SUPPRESS-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-MAIL-SUPPRESSED-FLAG       PIC X VALUE 'N'.
          88 MAIL-SUPPRESSED            VALUE 'Y'.
           IF WS-UNDELIV-STATUS = '35'
              OPEN OUTPUT UNDELIVERABLE-FILE
           END-IF
           OPEN EXTEND EDELIVERY-FILE
           IF WS-EDELIV-STATUS = '35'
              OPEN OUTPUT EDELIVERY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EDELIV-RUN-STAMP
           OPEN OUTPUT COLLECTIONS-FILE
           WRITE COLLECTIONS-LINE FROM WS-COLLECTIONS-HEADER-1
           WRITE COLLECTIONS-LINE FROM WS-COLLECTIONS-HEADER-2.
           END-IF.

       WRITE-FEE-NOTICE.
           MOVE 'ODNOTICE' TO WS-EDELIV-DOC-TYPE
           PERFORM WRITE-NOTICE-ADDRESS-BLOCK
           IF NOT MAIL-SUPPRESSED
              PERFORM WRITE-FEE-NOTICE-BODY
                  '.' DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE SPACES TO WS-NOTICE-TEXT-LINE
           MOVE WS-NOTICE-BALANCE TO WS-NOTICE-AMOUNT-ED
                  DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           ADD 1 TO WS-FEE-NOTICE-COUNT.

       WRITE-NSF-LETTERS.
           END-IF.

       WRITE-NSF-LETTER.
           MOVE 'NSFLTR' TO WS-EDELIV-DOC-TYPE
           PERFORM WRITE-NOTICE-ADDRESS-BLOCK
           IF NOT MAIL-SUPPRESSED
              PERFORM WRITE-NSF-LETTER-BODY
                  WS-NOTICE-ACCOUNT DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'due to insufficient funds. No fee was charged for '
               TO WS-NOTICE-TEXT-LINE
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'the returned item.' TO WS-NOTICE-TEXT-LINE
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           ADD 1 TO WS-NSF-LETTER-COUNT.

       WRITE-NOTICE-ADDRESS-BLOCK.
      *    customer; a missing join still produces the notice body
      *    for manual handling. A customer flagged for returned
      *    mail gets no notice at all - the worklist entry replaces
      *    it - unless the customer takes delivery electronically,
      *    in which case the whole notice goes to the e-delivery
      *    extract and the postal address does not matter.
           MOVE 'N' TO WS-MAIL-SUPPRESSED-FLAG
           MOVE 'N' TO WS-EDELIVERY-FLAG
           MOVE 'N' TO WS-JOIN-FOUND-FLAG
           MOVE WS-NOTICE-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
                   END-READ
           END-READ

           IF CUSTOMER-JOIN-FOUND AND CUST-EDELIVERY-ENROLLED
              AND CUST-EMAIL-ADDRESS NOT = SPACES
              PERFORM START-ELECTRONIC-DOCUMENT
           END-IF

           IF CUSTOMER-JOIN-FOUND AND CUST-MAIL-RETURNED
              AND NOT DOCUMENT-ELECTRONIC
              SET MAIL-SUPPRESSED TO TRUE
              PERFORM WRITE-UNDELIVERABLE-ENTRY
           ELSE
              MOVE SPACES TO NOTICE-LINE
              PERFORM PUT-NOTICE-LINE
              IF CUSTOMER-JOIN-FOUND
                 MOVE CUST-NAME TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
                 MOVE CUST-ADDRESS TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
                 MOVE SPACES TO WS-NOTICE-TEXT-LINE
                 STRING CUST-CITY DELIMITED BY SIZE
                        ', ' DELIMITED BY SIZE
                        CUST-ZIP DELIMITED BY SIZE
                        INTO WS-NOTICE-TEXT-LINE
                 END-STRING
                 MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
              ELSE
                 ADD 1 TO WS-MISSING-CUSTOMER-COUNT
                 MOVE '*** CUSTOMER NOT ON FILE - HANDLE MANUALLY ***'
                     TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
              END-IF
           END-IF.

                   WS-MISSING-CUSTOMER-COUNT
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE NOTICE-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE COLLECTIONS-FILE

           DISPLAY 'Overdraft/NSF Notices - Complete'.
                  INTO WS-UNDELIV-TEXT
           END-STRING
           WRITE UNDELIVERABLE-LINE FROM WS-UNDELIV-TEXT.

       START-ELECTRONIC-DOCUMENT.
      *    The customer record is current in CUSTOMER-RECORD and the
      *    caller has set WS-EDELIV-DOC-TYPE; every line of the
      *    document from here on goes to the e-delivery extract.
           SET DOCUMENT-ELECTRONIC TO TRUE
           ADD 1 TO WS-EDELIV-DOC-COUNT
           MOVE ZEROS              TO WS-EDELIV-LINE-COUNT
           MOVE CUST-CUSTOMER-ID   TO WS-EDELIV-CUSTOMER
           MOVE CUST-EMAIL-ADDRESS TO WS-EDELIV-EMAIL.

       PUT-NOTICE-LINE.
      *    One document line, to print or to the e-delivery extract.
           IF DOCUMENT-ELECTRONIC
              ADD 1 TO WS-EDELIV-LINE-COUNT
              MOVE WS-EDELIV-DOC-TYPE       TO EDL-DOCUMENT-TYPE
              MOVE WS-EDELIV-CUSTOMER       TO EDL-CUSTOMER-ID
              MOVE WS-EDELIV-EMAIL          TO EDL-EMAIL-ADDRESS
              MOVE WS-EDELIV-RUN-STAMP(1:8) TO EDL-DOCUMENT-DATE
              MOVE WS-EDELIV-RUN-STAMP      TO EDL-RUN-STAMP
              MOVE WS-EDELIV-DOC-COUNT      TO EDL-DOCUMENT-NUMBER
              MOVE WS-EDELIV-LINE-COUNT     TO EDL-LINE-NUMBER
              MOVE NOTICE-LINE              TO EDL-BODY-LINE
              WRITE EDELIVERY-RECORD
           ELSE
              WRITE NOTICE-LINE
           END-IF.
