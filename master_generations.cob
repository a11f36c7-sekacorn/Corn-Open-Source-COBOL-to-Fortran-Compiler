      *****************************************************************
      * MASTER FILE GENERATIONS - CATALOG AND POINT-IN-TIME RESTORE
      * Every job that claims the master-file lock to update
      * ACCOUNTS.DAT, HOLDS.DAT or REGD-COUNTS.DAT - BANKING-SYSTEM,
      * CD-MATURITY, INTEREST-CAPITALIZATION, SERVICE-CHARGE-
      * ASSESSMENT, ESCHEATMENT-PIPELINE, ACCOUNT-MAINTENANCE,
      * ACCOUNT-ANALYSIS, CHARGEOFF-PROCESSING, CUSTOMER-MERGE,
      * DECEASED-CUSTOMER-PROCESSING, LOAN-REPRICING, OUTBOUND-
      * WIRE-RELEASE, LEGAL-ORDER-PROCESSING and REGD-EXCESS-
      * NOTICES - takes a numbered, dated generation copy of
      * ACCOUNTS.DAT, HOLDS.DAT, REGD-COUNTS.DAT and IRA-
      * LEDGER.DAT under the lock before it opens the masters for
      * update, and catalogs it on MASTER-GENERATIONS.DAT. The
      * copies live in slot files (ACCOUNTS-GENnn.DAT,
      * HOLDS-GENnn.DAT, REGD-COUNTS-GENnn.DAT,
      * IRA-LEDGER-GENnn.DAT); once the retention count is reached
      * the oldest generation gives up its slot to the next one.
      * This utility works the catalog:
      *   (no parameter)  generation catalog report - every
      *                   generation on hand, who took it and
      *                   when, its record counts, and whether its
      *                   slot files are still there and complete;
      *   RETAIN=nn       sets the number of generations kept
      *                   (1-99, seven until set); a lower count
      *                   drops the oldest from the catalog now;
      *   RESTORE=n       rolls the four files back to generation
      *                   n - the state just before the run that
      *                   took it - and lists on MASTER-RESTORE-
      *                   REPLAY.TXT every audit-trail entry written
      *                   since, archived or live, as the postings
      *                   to be replayed or reviewed. The files as
      *                   they stood are first saved as a
      *                   PRE-RESTORE generation, so the restore
      *                   itself can be backed out the same way.
      * RESTORE and RETAIN claim the master-file lock like any
      * other updater (LOCKOVERRIDE as usual for a dead holder). A
      * restore writes one MASTER-RESTORE entry to the audit trail.
      * History, daily balances and the audit trail itself are not
      * rolled back - the replay listing is the work to redo.
      * The catalog report is MASTER-GENERATIONS-REPORT.TXT and is
      * produced on every run, after any restore or retention
      * change. Return code 4 when a generation's slot files are
      * missing or short.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-GENERATIONS.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-STATS-FILE
               ASSIGN TO "OPS-STATS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATS-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT REGD-COUNTS-FILE
               ASSIGN TO "REGD-COUNTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGD-FILE-STATUS.

           SELECT IRA-LEDGER-FILE
               ASSIGN TO "IRA-LEDGER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRA-FILE-STATUS.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO "MASTER-LOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT GEN-CATALOG-FILE
               ASSIGN TO "MASTER-GENERATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

      *    One generation's slot files at a time, named from the
      *    slot number before each open.
           SELECT GEN-ACCOUNT-FILE
               ASSIGN TO WS-GEN-ACCOUNT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-HOLD-FILE
               ASSIGN TO WS-GEN-HOLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-REGD-FILE
               ASSIGN TO WS-GEN-REGD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-IRA-FILE
               ASSIGN TO WS-GEN-IRA-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT CHAIN-STATE-FILE
               ASSIGN TO "AUDIT-CHAIN-STATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Entries rolled off the live trail by ARCHIVE-RETENTION;
      *    a generation older than the last roll has its replay
      *    entries here.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDIT-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CATALOG-REPORT-FILE
               ASSIGN TO "MASTER-GENERATIONS-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPLAY-REPORT-FILE
               ASSIGN TO "MASTER-RESTORE-REPLAY.TXT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
       01 OPS-STATS-RECORD.
          05 OPS-PROGRAM-NAME           PIC X(30).
          05 OPS-BUSINESS-DATE          PIC 9(8).
          05 OPS-START-TIMESTAMP        PIC X(14).
          05 OPS-END-TIMESTAMP          PIC X(14).
          05 OPS-RECORDS-READ           PIC 9(7).
          05 OPS-RECORDS-WRITTEN        PIC 9(7).
          05 OPS-RECORDS-REJECTED       PIC 9(7).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ACCOUNT-NUMBER        PIC 9(10).
          05 ACCT-CUSTOMER-ID           PIC 9(8).
          05 ACCT-TYPE                  PIC X(2).
             88 ACCT-CHECKING           VALUE 'CK'.
             88 ACCT-SAVINGS            VALUE 'SV'.
             88 ACCT-MONEY-MARKET       VALUE 'MM'.
             88 ACCT-CD                 VALUE 'CD'.
             88 ACCT-LOAN               VALUE 'LN'.
          05 ACCT-BALANCE               PIC S9(13)V99.
          05 ACCT-INTEREST-RATE         PIC 9V9999.
          05 ACCT-LAST-INTEREST-DATE    PIC 9(8).
          05 ACCT-LAST-ACTIVITY-DATE    PIC 9(8).
          05 ACCT-OPENING-DATE          PIC 9(8).
          05 ACCT-STATUS                PIC X.
             88 ACCT-ACTIVE             VALUE 'A'.
             88 ACCT-CLOSED             VALUE 'C'.
             88 ACCT-FROZEN             VALUE 'F'.
          05 ACCT-OVERDRAFT-LIMIT       PIC 9(7)V99.
      *    CD terms: the term and maturity date are only meaningful
      *    when ACCT-TYPE is 'CD'; the maturity instruction tells the
      *    CD maturity batch what to do with the account when it
      *    matures, and ACCT-LINKED-ACCOUNT names the sweep
      *    destination account.
          05 ACCT-CD-TERM-MONTHS        PIC 9(3).
          05 ACCT-MATURITY-DATE         PIC 9(8).
          05 ACCT-MATURITY-INSTRUCTION  PIC X.
             88 ACCT-MATURITY-RENEW     VALUE 'R'.
             88 ACCT-MATURITY-SWEEP     VALUE 'S'.
             88 ACCT-MATURITY-HOLD      VALUE 'H'.
          05 ACCT-LINKED-ACCOUNT        PIC 9(10).
      *    Interest accrued by the daily accrual pass but not yet
      *    capitalized into ACCT-BALANCE; the month-end
      *    capitalization batch posts it in one audited transaction.
          05 ACCT-ACCRUED-INTEREST      PIC S9(13)V99.
      *    Loan terms, meaningful only when ACCT-TYPE is 'LN': the
      *    balance field carries the loan's outstanding principal,
      *    and each posted 'LP' loan payment is split into interest
      *    (at ACCT-INTEREST-RATE, monthly) and principal, advancing
      *    the next-due date by one month.
          05 ACCT-LOAN-ORIG-PRINCIPAL   PIC 9(13)V99.
          05 ACCT-LOAN-TERM-MONTHS      PIC 9(3).
          05 ACCT-LOAN-PAYMENT-AMOUNT   PIC 9(9)V99.
          05 ACCT-LOAN-NEXT-DUE-DATE    PIC 9(8).
      *    IRA wrapper on savings/CD accounts: 'T' (traditional) or
      *    'R' (Roth) marks the account so deposits count as tax-year
      *    contributions against the annual limit, withdrawals count
      *    as distributions with federal withholding, and the
      *    year-end IRA extract reports both. Blank means not an
      *    IRA.
          05 ACCT-IRA-PLAN              PIC X.
             88 ACCT-IRA-TRADITIONAL    VALUE 'T'.
             88 ACCT-IRA-ROTH           VALUE 'R'.
             88 ACCT-IS-IRA             VALUES 'T' 'R'.

       FD HOLD-FILE.
       01 HOLD-RECORD                   PIC X(33).

       FD REGD-COUNTS-FILE.
       01 REGD-COUNTS-RECORD            PIC X(22).

       FD IRA-LEDGER-FILE.
       01 IRA-LEDGER-RECORD             PIC X(53).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
          05 LOCK-HOLDER-PROGRAM        PIC X(30).
          05 LOCK-CLAIMED-TIMESTAMP     PIC X(26).

      *    Generation catalog: one control record (retention count
      *    and the last generation number issued) followed by one
      *    record per generation on hand, oldest first.
       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
          05 GENC-RECORD-TYPE           PIC X.
             88 GENC-CONTROL-RECORD     VALUE 'C'.
             88 GENC-GENERATION-RECORD  VALUE 'G'.
          05 GENC-GENERATION            PIC 9(6).
          05 GENC-SLOT                  PIC 9(2).
          05 GENC-TAKEN-STAMP           PIC X(14).
          05 GENC-TAKEN-BY              PIC X(30).
          05 GENC-REASON                PIC X(12).
          05 GENC-ACCOUNT-COUNT         PIC 9(7).
          05 GENC-HOLD-COUNT            PIC 9(7).
          05 GENC-REGD-COUNT            PIC 9(7).
          05 GENC-IRA-COUNT             PIC 9(7).
      *    'Y' when the file existed to be copied; an absent file is
      *    restored as an empty one.
          05 GENC-ACCOUNT-PRESENT       PIC X.
          05 GENC-HOLD-PRESENT          PIC X.
          05 GENC-REGD-PRESENT          PIC X.
          05 GENC-IRA-PRESENT           PIC X.
       01 GEN-CATALOG-CONTROL.
          05 GENC-CTL-RECORD-TYPE       PIC X.
          05 GENC-CTL-RETENTION         PIC 9(2).
          05 GENC-CTL-LAST-GENERATION   PIC 9(6).
          05 FILLER                     PIC X(88).

       FD GEN-ACCOUNT-FILE.
       01 GEN-ACCOUNT-RECORD            PIC X(149).

       FD GEN-HOLD-FILE.
       01 GEN-HOLD-RECORD               PIC X(33).

       FD GEN-REGD-FILE.
       01 GEN-REGD-RECORD               PIC X(22).

       FD GEN-IRA-FILE.
       01 GEN-IRA-RECORD                PIC X(53).

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
          05 CST-LAST-SEQUENCE          PIC 9(9).
          05 CST-LAST-CHECK             PIC 9(9).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
          05 AUDIT-TIMESTAMP            PIC X(26).
          05 AUDIT-USER                 PIC X(20).
          05 AUDIT-OPERATION            PIC X(30).
          05 AUDIT-ACCOUNT              PIC 9(10).
          05 AUDIT-BEFORE-BALANCE       PIC S9(13)V9(6).
          05 AUDIT-AFTER-BALANCE        PIC S9(13)V9(6).
          05 AUDIT-AMOUNT               PIC S9(13)V9(6).
          05 AUDIT-STATUS               PIC X(10).
          05 AUDIT-SEQUENCE             PIC 9(9).
          05 AUDIT-CHAIN-CHECK          PIC 9(9).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD.
          05 AUDIT-ARC-ROLL-DATE        PIC 9(8).
          05 AUDIT-ARC-DATA             PIC X(171).

       FD CATALOG-REPORT-FILE.
       01 CATALOG-REPORT-LINE           PIC X(132).

       FD REPLAY-REPORT-FILE.
       01 REPLAY-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'MASTER-GENERATIONS'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-HOLD-FILE-STATUS           PIC X(2).
       01 WS-REGD-FILE-STATUS           PIC X(2).
       01 WS-IRA-FILE-STATUS            PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
       01 WS-ARCHIVE-STATUS             PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).

      *    Run mode from the command line: the catalog report alone,
      *    a retention change, or a restore.
       01 WS-CLI-PARM                   PIC X(60).
       01 WS-CLI-WORDS.
          05 WS-CLI-WORD OCCURS 3 TIMES PIC X(20).
       01 WS-CLI-SUB                    PIC 9.
       01 WS-CLI-VALUE                  PIC X(12).
       01 WS-CLI-LENGTH                 PIC 9(2).
       01 WS-CLI-NUMBER                 PIC 9(6).
       01 WS-RUN-MODE                   PIC X VALUE 'L'.
          88 GEN-CATALOG-RUN            VALUE 'L'.
          88 GEN-RETAIN-RUN             VALUE 'T'.
          88 GEN-RESTORE-RUN            VALUE 'R'.
       01 WS-NEW-RETENTION              PIC 9(2) VALUE ZEROS.
       01 WS-RESTORE-GENERATION         PIC 9(6) VALUE ZEROS.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'MASTER-GENERATIONS'.
       01 WS-LOCK-CLI-PARM              PIC X(60).
       01 WS-LOCK-OVERRIDE-TALLY        PIC 9(2).
       01 WS-LOCK-OVERRIDE-FLAG         PIC X VALUE 'N'.
          88 MASTER-LOCK-OVERRIDDEN     VALUE 'Y'.

      *    Generation catalog held in storage. WS-GEN-PROTECTED names
      *    the generation a restore is rolling back to, which must
      *    keep its slot while the pre-restore generation is taken.
       01 WS-GEN-CATALOG-STATUS         PIC X(2).
       01 WS-GEN-COPY-STATUS            PIC X(2).
       01 WS-GEN-ACCOUNT-NAME           PIC X(24).
       01 WS-GEN-HOLD-NAME              PIC X(24).
       01 WS-GEN-REGD-NAME              PIC X(24).
       01 WS-GEN-IRA-NAME               PIC X(24).
       01 WS-GEN-WORK.
          05 WS-GEN-RETENTION           PIC 9(2) VALUE 7.
          05 WS-GEN-LAST-GENERATION     PIC 9(6) VALUE ZEROS.
          05 WS-GEN-COUNT               PIC 9(3) VALUE ZEROS.
          05 WS-GEN-SUB                 PIC 9(3).
          05 WS-GEN-SHIFT-SUB           PIC 9(3).
          05 WS-GEN-NEW-SUB             PIC 9(3).
          05 WS-GEN-SLOT-TRY            PIC 9(3).
          05 WS-GEN-NEW-SLOT            PIC 9(2).
          05 WS-GEN-NAME-SLOT           PIC 9(2).
          05 WS-GEN-PROTECTED           PIC 9(6) VALUE ZEROS.
          05 WS-GEN-SLOT-FLAG           PIC X.
             88 GEN-SLOT-IN-USE         VALUE 'Y'.
          05 WS-GEN-EOF-FLAG            PIC X.
             88 GEN-COPY-EOF            VALUE 'Y'.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 100 TIMES.
             10 WS-GEN-TYPE             PIC X.
             10 WS-GEN-NUMBER           PIC 9(6).
             10 WS-GEN-SLOT             PIC 9(2).
             10 WS-GEN-TAKEN-STAMP      PIC X(14).
             10 WS-GEN-TAKEN-BY         PIC X(30).
             10 WS-GEN-REASON           PIC X(12).
             10 WS-GEN-ACCOUNT-COUNT    PIC 9(7).
             10 WS-GEN-HOLD-COUNT       PIC 9(7).
             10 WS-GEN-REGD-COUNT       PIC 9(7).
             10 WS-GEN-IRA-COUNT        PIC 9(7).
             10 WS-GEN-ACCOUNT-PRESENT  PIC X.
             10 WS-GEN-HOLD-PRESENT     PIC X.
             10 WS-GEN-REGD-PRESENT     PIC X.
             10 WS-GEN-IRA-PRESENT      PIC X.

      *    Slot-file check for one catalog entry: each file the
      *    generation copied must open and hold the count taken.
       01 WS-VERIFY-WORK.
          05 WS-VERIFY-COUNT            PIC 9(7).
          05 WS-VERIFY-RESULT           PIC X(10).
             88 GEN-FILES-ON-HAND       VALUE 'ON HAND'.
          05 WS-VERIFY-BAD-COUNT        PIC 9(3) VALUE ZEROS.

      *    The generation being restored, kept apart from the table
      *    since taking the pre-restore generation reshuffles it.
       01 WS-RESTORE-ENTRY.
          05 RST-TYPE                   PIC X.
          05 RST-NUMBER                 PIC 9(6).
          05 RST-SLOT                   PIC 9(2).
          05 RST-TAKEN-STAMP            PIC X(14).
          05 RST-TAKEN-BY               PIC X(30).
          05 RST-REASON                 PIC X(12).
          05 RST-ACCOUNT-COUNT          PIC 9(7).
          05 RST-HOLD-COUNT             PIC 9(7).
          05 RST-REGD-COUNT             PIC 9(7).
          05 RST-IRA-COUNT              PIC 9(7).
          05 RST-ACCOUNT-PRESENT        PIC X.
          05 RST-HOLD-PRESENT           PIC X.
          05 RST-REGD-PRESENT           PIC X.
          05 RST-IRA-PRESENT            PIC X.
       01 WS-PRE-RESTORE-GENERATION     PIC 9(6) VALUE ZEROS.

       01 WS-RESTORE-COUNTERS.
          05 WS-ACCOUNTS-RELOADED       PIC 9(7) VALUE ZEROS.
          05 WS-RELOAD-REJECTS          PIC 9(7) VALUE ZEROS.
          05 WS-HOLDS-RESTORED          PIC 9(7) VALUE ZEROS.
          05 WS-REGD-RESTORED           PIC 9(7) VALUE ZEROS.
          05 WS-IRA-RESTORED            PIC 9(7) VALUE ZEROS.
          05 WS-REPLAY-COUNT            PIC 9(7) VALUE ZEROS.

      *    Running chain state for the restore's own audit entry.
       01 WS-CHAIN-STATE-STATUS         PIC X(2).
       01 WS-AUDIT-SEQUENCE             PIC 9(9) VALUE ZEROS.
       01 WS-AUDIT-CHAIN-CHECK          PIC 9(9) VALUE ZEROS.
       01 WS-CHAIN-FOLD-WORK.
          05 WS-CHAIN-AMOUNT-FOLD      PIC 9(9).
          05 WS-CHAIN-BALANCE-FOLD     PIC 9(9).

      *    An audit entry from either the archive or the live trail,
      *    laid out for the replay listing.
       01 WS-REPLAY-AUDIT.
          05 RPA-TIMESTAMP              PIC X(26).
          05 RPA-USER                   PIC X(20).
          05 RPA-OPERATION              PIC X(30).
          05 RPA-ACCOUNT                PIC 9(10).
          05 RPA-BEFORE-BALANCE         PIC S9(13)V9(6).
          05 RPA-AFTER-BALANCE          PIC S9(13)V9(6).
          05 RPA-AMOUNT                 PIC S9(13)V9(6).
          05 RPA-STATUS                 PIC X(10).
          05 RPA-SEQUENCE               PIC 9(9).
          05 RPA-CHAIN-CHECK            PIC 9(9).

      *    YYYYMMDDHHMMSS shown as YYYY-MM-DD HH:MM:SS.
       01 WS-STAMP-IN                   PIC X(14).
       01 WS-STAMP-EDIT.
          05 WS-SE-YEAR                 PIC X(4).
          05 FILLER                     PIC X VALUE '-'.
          05 WS-SE-MONTH                PIC X(2).
          05 FILLER                     PIC X VALUE '-'.
          05 WS-SE-DAY                  PIC X(2).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-SE-HOUR                 PIC X(2).
          05 FILLER                     PIC X VALUE ':'.
          05 WS-SE-MINUTE               PIC X(2).
          05 FILLER                     PIC X VALUE ':'.
          05 WS-SE-SECOND               PIC X(2).

       01 WS-CATALOG-HEADER-1.
          05 FILLER                     PIC X(40)
             VALUE 'MASTER FILE GENERATION CATALOG'.
          05 FILLER                     PIC X(10) VALUE 'RUN DATE: '.
          05 WS-CH1-RUN-DATE            PIC 9(8).
       01 WS-CATALOG-HEADER-2.
          05 FILLER                     PIC X(11) VALUE 'RETENTION: '.
          05 WS-CH2-RETENTION           PIC Z9.
          05 FILLER                     PIC X(28)
             VALUE ' GENERATIONS   LAST ISSUED: '.
          05 WS-CH2-LAST-GENERATION     PIC 9(6).
       01 WS-CATALOG-HEADER-3.
          05 FILLER                     PIC X(8)  VALUE 'GEN'.
          05 FILLER                     PIC X(21) VALUE 'TAKEN'.
          05 FILLER                     PIC X(26) VALUE 'TAKEN BY'.
          05 FILLER                     PIC X(14) VALUE 'REASON'.
          05 FILLER                     PIC X(4)  VALUE 'SLOT'.
          05 FILLER                     PIC X(10) VALUE ' ACCOUNTS'.
          05 FILLER                     PIC X(10) VALUE '    HOLDS'.
          05 FILLER                     PIC X(10) VALUE '    REG D'.
          05 FILLER                     PIC X(11) VALUE '      IRA'.
          05 FILLER                     PIC X(10) VALUE 'SLOT FILES'.
       01 WS-CATALOG-LINE.
          05 WS-CAT-GENERATION          PIC 9(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CAT-TAKEN               PIC X(19).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CAT-TAKEN-BY            PIC X(24).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CAT-REASON              PIC X(12).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CAT-SLOT                PIC Z9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CAT-ACCOUNTS            PIC Z,ZZZ,ZZ9.
          05 WS-CAT-ACCOUNTS-X REDEFINES WS-CAT-ACCOUNTS
                                        PIC X(9).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-CAT-HOLDS               PIC Z,ZZZ,ZZ9.
          05 WS-CAT-HOLDS-X REDEFINES WS-CAT-HOLDS
                                        PIC X(9).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-CAT-REGD                PIC Z,ZZZ,ZZ9.
          05 WS-CAT-REGD-X REDEFINES WS-CAT-REGD
                                        PIC X(9).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-CAT-IRA                 PIC Z,ZZZ,ZZ9.
          05 WS-CAT-IRA-X REDEFINES WS-CAT-IRA
                                        PIC X(9).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CAT-RESULT              PIC X(10).

       01 WS-REPLAY-HEADER-3.
          05 FILLER                     PIC X(11) VALUE 'SEQUENCE'.
          05 FILLER                     PIC X(21) VALUE 'TIMESTAMP'.
          05 FILLER                     PIC X(22) VALUE 'USER'.
          05 FILLER                     PIC X(32) VALUE 'OPERATION'.
          05 FILLER                     PIC X(12) VALUE 'ACCOUNT'.
          05 FILLER                     PIC X(19)
             VALUE '           AMOUNT'.
          05 FILLER                     PIC X(10) VALUE 'STATUS'.
       01 WS-REPLAY-LINE.
          05 WS-RPL-SEQUENCE            PIC 9(9).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPL-TIMESTAMP           PIC X(19).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPL-USER                PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPL-OPERATION           PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPL-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPL-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPL-STATUS              PIC X(10).
       01 WS-REPORT-TEXT                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           EVALUATE TRUE
               WHEN GEN-RESTORE-RUN
                   PERFORM RESTORE-GENERATION
               WHEN GEN-RETAIN-RUN
                   PERFORM SET-GENERATION-RETENTION
           END-EVALUATE
           PERFORM WRITE-CATALOG-REPORT
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Master File Generations - Started'
           DISPLAY '=================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-CLI-WORDS
           UNSTRING WS-CLI-PARM DELIMITED BY ALL SPACE
               INTO WS-CLI-WORD(1) WS-CLI-WORD(2) WS-CLI-WORD(3)
           END-UNSTRING
           PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                   UNTIL WS-CLI-SUB > 3
              EVALUATE TRUE
                  WHEN WS-CLI-WORD(WS-CLI-SUB)(1:8) = 'RESTORE='
                      MOVE WS-CLI-WORD(WS-CLI-SUB)(9:12)
                          TO WS-CLI-VALUE
                      PERFORM PARSE-CLI-NUMBER
                      IF WS-CLI-NUMBER = ZEROS
                         DISPLAY 'FATAL: RESTORE= must name a '
                                 'generation number - run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      MOVE WS-CLI-NUMBER TO WS-RESTORE-GENERATION
                      SET GEN-RESTORE-RUN TO TRUE
                  WHEN WS-CLI-WORD(WS-CLI-SUB)(1:7) = 'RETAIN='
                      MOVE WS-CLI-WORD(WS-CLI-SUB)(8:12)
                          TO WS-CLI-VALUE
                      PERFORM PARSE-CLI-NUMBER
                      IF WS-CLI-NUMBER = ZEROS
                         OR WS-CLI-NUMBER > 99
                         DISPLAY 'FATAL: RETAIN= must be 1 to 99 '
                                 'generations - run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      MOVE WS-CLI-NUMBER TO WS-NEW-RETENTION
                      SET GEN-RETAIN-RUN TO TRUE
              END-EVALUATE
           END-PERFORM
           IF WS-RESTORE-GENERATION > ZEROS
              AND WS-NEW-RETENTION > ZEROS
              DISPLAY 'FATAL: RESTORE= and RETAIN= are separate runs'
                      ' - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       PARSE-CLI-NUMBER.
      *    Digits up to the first space; anything else, or more than
      *    six digits, comes back as zero for the caller to refuse.
           MOVE ZEROS TO WS-CLI-NUMBER
           MOVE ZEROS TO WS-CLI-LENGTH
           INSPECT WS-CLI-VALUE TALLYING WS-CLI-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CLI-LENGTH > ZEROS AND WS-CLI-LENGTH < 7
              IF WS-CLI-VALUE(1:WS-CLI-LENGTH) IS NUMERIC
                 MOVE WS-CLI-VALUE(1:WS-CLI-LENGTH) TO WS-CLI-NUMBER
              END-IF
           END-IF.

       SET-GENERATION-RETENTION.
      *    A lower count takes effect at once: the oldest
      *    generations past it leave the catalog, and their slots
      *    are reused by the next takes.
           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM LOAD-GENERATION-CATALOG
           DISPLAY 'Retention changed from ' WS-GEN-RETENTION
                   ' to ' WS-NEW-RETENTION ' generations'
           MOVE WS-NEW-RETENTION TO WS-GEN-RETENTION
           MOVE ZEROS TO WS-GEN-PROTECTED
           PERFORM RELEASE-OLDEST-GENERATION
               UNTIL WS-GEN-COUNT NOT > WS-GEN-RETENTION
           PERFORM SAVE-GENERATION-CATALOG
           PERFORM RELEASE-MASTER-FILE-LOCK.

       RESTORE-GENERATION.
      *    Nothing is overwritten until the chosen generation's slot
      *    files have checked out complete and the files as they
      *    stand have been saved as a generation of their own.
           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM LOAD-GENERATION-CATALOG
           MOVE ZEROS TO WS-GEN-NEW-SUB
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
              IF WS-GEN-NUMBER(WS-GEN-SUB) = WS-RESTORE-GENERATION
                 MOVE WS-GEN-SUB TO WS-GEN-NEW-SUB
              END-IF
           END-PERFORM
           IF WS-GEN-NEW-SUB = ZEROS
              DISPLAY 'FATAL: generation ' WS-RESTORE-GENERATION
                      ' is not on hand - restore refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-GEN-NEW-SUB TO WS-GEN-SUB
           PERFORM VERIFY-GENERATION-FILES
           IF NOT GEN-FILES-ON-HAND
              DISPLAY 'FATAL: generation ' WS-RESTORE-GENERATION
                      ' slot files ' WS-VERIFY-RESULT
                      ' - restore refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-GEN-ENTRY(WS-GEN-NEW-SUB) TO WS-RESTORE-ENTRY

           MOVE WS-RESTORE-GENERATION TO WS-GEN-PROTECTED
           PERFORM TAKE-PRE-RESTORE-GENERATION
           PERFORM RELOAD-MASTER-FILES
           PERFORM LIST-REPLAY-ENTRIES
           PERFORM WRITE-RESTORE-AUDIT
           PERFORM RELEASE-MASTER-FILE-LOCK

           MOVE RST-TAKEN-STAMP TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           DISPLAY 'Restored to generation ' RST-NUMBER
                   ' taken ' WS-STAMP-EDIT ' by ' RST-TAKEN-BY
           DISPLAY '  Accounts reloaded:     ' WS-ACCOUNTS-RELOADED
           DISPLAY '  Holds restored:        ' WS-HOLDS-RESTORED
           DISPLAY '  Reg D counts restored: ' WS-REGD-RESTORED
           DISPLAY '  IRA ledger restored:   ' WS-IRA-RESTORED
           DISPLAY '  Audit entries to replay or review: '
                   WS-REPLAY-COUNT
                   ' - see MASTER-RESTORE-REPLAY.TXT'
           DISPLAY '  Files before the restore saved as generation '
                   WS-PRE-RESTORE-GENERATION
           IF WS-RELOAD-REJECTS > ZEROS
              DISPLAY 'WARNING: ' WS-RELOAD-REJECTS
                      ' account records rejected on reload'
              MOVE 4 TO RETURN-CODE
           END-IF.

       TAKE-PRE-RESTORE-GENERATION.
      *    The same take the updaters make before they post, marked
      *    PRE-RESTORE. The generation being restored keeps its slot
      *    even when it is the oldest; a spare slot past the
      *    retention range is used if every other one is taken.
           PERFORM RELEASE-OLDEST-GENERATION
               UNTIL WS-GEN-COUNT < WS-GEN-RETENTION
                  OR (WS-GEN-COUNT = 1
                      AND WS-GEN-NUMBER(1) = WS-GEN-PROTECTED)
           PERFORM PICK-GENERATION-SLOT

           ADD 1 TO WS-GEN-LAST-GENERATION
           MOVE WS-GEN-LAST-GENERATION TO WS-PRE-RESTORE-GENERATION
           COMPUTE WS-GEN-NEW-SUB = WS-GEN-COUNT + 1
           MOVE SPACES TO WS-GEN-ENTRY(WS-GEN-NEW-SUB)
           MOVE 'G' TO WS-GEN-TYPE(WS-GEN-NEW-SUB)
           MOVE WS-GEN-LAST-GENERATION
               TO WS-GEN-NUMBER(WS-GEN-NEW-SUB)
           MOVE WS-GEN-NEW-SLOT TO WS-GEN-SLOT(WS-GEN-NEW-SUB)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-GEN-TAKEN-STAMP(WS-GEN-NEW-SUB)
           MOVE WS-LOCK-PROGRAM-NAME
               TO WS-GEN-TAKEN-BY(WS-GEN-NEW-SUB)
           MOVE 'PRE-RESTORE' TO WS-GEN-REASON(WS-GEN-NEW-SUB)

           MOVE WS-GEN-NEW-SLOT TO WS-GEN-NAME-SLOT
           PERFORM SET-GENERATION-FILE-NAMES
           PERFORM COPY-ACCOUNTS-GENERATION
           PERFORM COPY-HOLDS-GENERATION
           PERFORM COPY-REGD-GENERATION
           PERFORM COPY-IRA-GENERATION

           MOVE WS-GEN-NEW-SUB TO WS-GEN-COUNT
           PERFORM SAVE-GENERATION-CATALOG
           DISPLAY 'Master generation ' WS-GEN-LAST-GENERATION
                   ' taken to slot ' WS-GEN-NEW-SLOT
                   ' - ' WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
                   ' accounts'.

       LOAD-GENERATION-CATALOG.
           MOVE ZEROS TO WS-GEN-COUNT
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS = '00'
              PERFORM UNTIL WS-GEN-CATALOG-STATUS = '10'
                 READ GEN-CATALOG-FILE
                     AT END
                         MOVE '10' TO WS-GEN-CATALOG-STATUS
                     NOT AT END
                         IF GENC-CONTROL-RECORD
                            MOVE GENC-CTL-RETENTION
                                TO WS-GEN-RETENTION
                            MOVE GENC-CTL-LAST-GENERATION
                                TO WS-GEN-LAST-GENERATION
                         ELSE
                            IF WS-GEN-COUNT < 100
                               ADD 1 TO WS-GEN-COUNT
                               MOVE GEN-CATALOG-RECORD
                                   TO WS-GEN-ENTRY(WS-GEN-COUNT)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GEN-CATALOG-FILE
           END-IF
           IF WS-GEN-RETENTION = ZEROS
              MOVE 7 TO WS-GEN-RETENTION
           END-IF.

       RELEASE-OLDEST-GENERATION.
      *    The catalog is kept oldest first, so the head entry is the
      *    one whose slot is given up - the next one along when the
      *    head is the generation a restore is rolling back to.
           MOVE 1 TO WS-GEN-SHIFT-SUB
           IF WS-GEN-NUMBER(1) = WS-GEN-PROTECTED
              MOVE 2 TO WS-GEN-SHIFT-SUB
           END-IF
           PERFORM VARYING WS-GEN-SUB FROM WS-GEN-SHIFT-SUB BY 1
                   UNTIL WS-GEN-SUB >= WS-GEN-COUNT
              MOVE WS-GEN-ENTRY(WS-GEN-SUB + 1)
                  TO WS-GEN-ENTRY(WS-GEN-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-GEN-COUNT.

       PICK-GENERATION-SLOT.
      *    Lowest slot number no generation still on hand occupies.
           MOVE ZEROS TO WS-GEN-NEW-SLOT
           PERFORM VARYING WS-GEN-SLOT-TRY FROM 1 BY 1
                   UNTIL WS-GEN-NEW-SLOT > ZEROS
                      OR WS-GEN-SLOT-TRY > WS-GEN-RETENTION + 1
              MOVE 'N' TO WS-GEN-SLOT-FLAG
              PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                      UNTIL WS-GEN-SUB > WS-GEN-COUNT
                 IF WS-GEN-SLOT(WS-GEN-SUB) = WS-GEN-SLOT-TRY
                    MOVE 'Y' TO WS-GEN-SLOT-FLAG
                 END-IF
              END-PERFORM
              IF NOT GEN-SLOT-IN-USE
                 MOVE WS-GEN-SLOT-TRY TO WS-GEN-NEW-SLOT
              END-IF
           END-PERFORM.

       SET-GENERATION-FILE-NAMES.
           MOVE SPACES TO WS-GEN-ACCOUNT-NAME
           STRING 'ACCOUNTS-GEN' WS-GEN-NAME-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-ACCOUNT-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-HOLD-NAME
           STRING 'HOLDS-GEN' WS-GEN-NAME-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-HOLD-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-REGD-NAME
           STRING 'REGD-COUNTS-GEN' WS-GEN-NAME-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-REGD-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-IRA-NAME
           STRING 'IRA-LEDGER-GEN' WS-GEN-NAME-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-IRA-NAME
           END-STRING.

       COPY-ACCOUNTS-GENERATION.
           MOVE ZEROS TO WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-ACCOUNT-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-ACCOUNT-FILE
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-ACCOUNT-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - restore refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
              MOVE 'Y' TO WS-GEN-ACCOUNT-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-ACCOUNT-RECORD
                             FROM ACCOUNT-RECORD
                         ADD 1 TO
                             WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           CLOSE GEN-ACCOUNT-FILE.

       COPY-HOLDS-GENERATION.
           MOVE ZEROS TO WS-GEN-HOLD-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-HOLD-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-HOLD-FILE
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-HOLD-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - restore refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-HOLD-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ HOLD-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-HOLD-RECORD FROM HOLD-RECORD
                         ADD 1 TO WS-GEN-HOLD-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF
           CLOSE GEN-HOLD-FILE.

       COPY-REGD-GENERATION.
           MOVE ZEROS TO WS-GEN-REGD-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-REGD-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-REGD-FILE
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-REGD-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - restore refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT REGD-COUNTS-FILE
           IF WS-REGD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-REGD-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ REGD-COUNTS-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-REGD-RECORD
                             FROM REGD-COUNTS-RECORD
                         ADD 1 TO WS-GEN-REGD-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE REGD-COUNTS-FILE
           END-IF
           CLOSE GEN-REGD-FILE.

       COPY-IRA-GENERATION.
           MOVE ZEROS TO WS-GEN-IRA-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-IRA-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-IRA-FILE
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-IRA-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - restore refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT IRA-LEDGER-FILE
           IF WS-IRA-FILE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-IRA-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ IRA-LEDGER-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-IRA-RECORD FROM IRA-LEDGER-RECORD
                         ADD 1 TO WS-GEN-IRA-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE IRA-LEDGER-FILE
           END-IF
           CLOSE GEN-IRA-FILE.

       SAVE-GENERATION-CATALOG.
           OPEN OUTPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write MASTER-GENERATIONS.DAT'
                      ' (status ' WS-GEN-CATALOG-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO GEN-CATALOG-CONTROL
           MOVE 'C' TO GENC-CTL-RECORD-TYPE
           MOVE WS-GEN-RETENTION TO GENC-CTL-RETENTION
           MOVE WS-GEN-LAST-GENERATION TO GENC-CTL-LAST-GENERATION
           WRITE GEN-CATALOG-CONTROL
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
              WRITE GEN-CATALOG-RECORD FROM WS-GEN-ENTRY(WS-GEN-SUB)
           END-PERFORM
           CLOSE GEN-CATALOG-FILE.

       VERIFY-GENERATION-FILES.
      *    Checks catalog entry WS-GEN-SUB against its slot files.
           MOVE 'ON HAND' TO WS-VERIFY-RESULT
           MOVE WS-GEN-SLOT(WS-GEN-SUB) TO WS-GEN-NAME-SLOT
           PERFORM SET-GENERATION-FILE-NAMES

           IF WS-GEN-ACCOUNT-PRESENT(WS-GEN-SUB) = 'Y'
              MOVE ZEROS TO WS-VERIFY-COUNT
              OPEN INPUT GEN-ACCOUNT-FILE
              IF WS-GEN-COPY-STATUS NOT = '00'
                 MOVE 'MISSING' TO WS-VERIFY-RESULT
              ELSE
                 PERFORM UNTIL WS-GEN-COPY-STATUS NOT = '00'
                    READ GEN-ACCOUNT-FILE
                        NOT AT END
                            ADD 1 TO WS-VERIFY-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE GEN-ACCOUNT-FILE
                 IF WS-VERIFY-COUNT NOT =
                    WS-GEN-ACCOUNT-COUNT(WS-GEN-SUB)
                    AND GEN-FILES-ON-HAND
                    MOVE 'SHORT' TO WS-VERIFY-RESULT
                 END-IF
              END-IF
           END-IF

           IF WS-GEN-HOLD-PRESENT(WS-GEN-SUB) = 'Y'
              MOVE ZEROS TO WS-VERIFY-COUNT
              OPEN INPUT GEN-HOLD-FILE
              IF WS-GEN-COPY-STATUS NOT = '00'
                 MOVE 'MISSING' TO WS-VERIFY-RESULT
              ELSE
                 PERFORM UNTIL WS-GEN-COPY-STATUS NOT = '00'
                    READ GEN-HOLD-FILE
                        NOT AT END
                            ADD 1 TO WS-VERIFY-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE GEN-HOLD-FILE
                 IF WS-VERIFY-COUNT NOT =
                    WS-GEN-HOLD-COUNT(WS-GEN-SUB)
                    AND GEN-FILES-ON-HAND
                    MOVE 'SHORT' TO WS-VERIFY-RESULT
                 END-IF
              END-IF
           END-IF

           IF WS-GEN-REGD-PRESENT(WS-GEN-SUB) = 'Y'
              MOVE ZEROS TO WS-VERIFY-COUNT
              OPEN INPUT GEN-REGD-FILE
              IF WS-GEN-COPY-STATUS NOT = '00'
                 MOVE 'MISSING' TO WS-VERIFY-RESULT
              ELSE
                 PERFORM UNTIL WS-GEN-COPY-STATUS NOT = '00'
                    READ GEN-REGD-FILE
                        NOT AT END
                            ADD 1 TO WS-VERIFY-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE GEN-REGD-FILE
                 IF WS-VERIFY-COUNT NOT =
                    WS-GEN-REGD-COUNT(WS-GEN-SUB)
                    AND GEN-FILES-ON-HAND
                    MOVE 'SHORT' TO WS-VERIFY-RESULT
                 END-IF
              END-IF
           END-IF

           IF WS-GEN-IRA-PRESENT(WS-GEN-SUB) = 'Y'
              MOVE ZEROS TO WS-VERIFY-COUNT
              OPEN INPUT GEN-IRA-FILE
              IF WS-GEN-COPY-STATUS NOT = '00'
                 MOVE 'MISSING' TO WS-VERIFY-RESULT
              ELSE
                 PERFORM UNTIL WS-GEN-COPY-STATUS NOT = '00'
                    READ GEN-IRA-FILE
                        NOT AT END
                            ADD 1 TO WS-VERIFY-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE GEN-IRA-FILE
                 IF WS-VERIFY-COUNT NOT =
                    WS-GEN-IRA-COUNT(WS-GEN-SUB)
                    AND GEN-FILES-ON-HAND
                    MOVE 'SHORT' TO WS-VERIFY-RESULT
                 END-IF
              END-IF
           END-IF.

       RELOAD-MASTER-FILES.
      *    ACCOUNTS.DAT is rebuilt as a fresh indexed file from the
      *    generation's key-order unload; the other three are copied
      *    back whole, or emptied when the generation found none.
           MOVE RST-SLOT TO WS-GEN-NAME-SLOT
           PERFORM SET-GENERATION-FILE-NAMES

           OPEN OUTPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to rebuild ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ') - files before the restore '
                      'are generation ' WS-PRE-RESTORE-GENERATION
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF RST-ACCOUNT-PRESENT = 'Y'
              OPEN INPUT GEN-ACCOUNT-FILE
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-ACCOUNT-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE ACCOUNT-RECORD FROM GEN-ACCOUNT-RECORD
                             INVALID KEY
                                 ADD 1 TO WS-RELOAD-REJECTS
                             NOT INVALID KEY
                                 ADD 1 TO WS-ACCOUNTS-RELOADED
                         END-WRITE
                 END-READ
              END-PERFORM
              CLOSE GEN-ACCOUNT-FILE
           END-IF
           CLOSE ACCOUNT-FILE

           OPEN OUTPUT HOLD-FILE
           IF RST-HOLD-PRESENT = 'Y'
              OPEN INPUT GEN-HOLD-FILE
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-HOLD-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE HOLD-RECORD FROM GEN-HOLD-RECORD
                         ADD 1 TO WS-HOLDS-RESTORED
                 END-READ
              END-PERFORM
              CLOSE GEN-HOLD-FILE
           END-IF
           CLOSE HOLD-FILE

           OPEN OUTPUT REGD-COUNTS-FILE
           IF RST-REGD-PRESENT = 'Y'
              OPEN INPUT GEN-REGD-FILE
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-REGD-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE REGD-COUNTS-RECORD FROM GEN-REGD-RECORD
                         ADD 1 TO WS-REGD-RESTORED
                 END-READ
              END-PERFORM
              CLOSE GEN-REGD-FILE
           END-IF
           CLOSE REGD-COUNTS-FILE

           OPEN OUTPUT IRA-LEDGER-FILE
           IF RST-IRA-PRESENT = 'Y'
              OPEN INPUT GEN-IRA-FILE
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-IRA-FILE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE IRA-LEDGER-RECORD FROM GEN-IRA-RECORD
                         ADD 1 TO WS-IRA-RESTORED
                 END-READ
              END-PERFORM
              CLOSE GEN-IRA-FILE
           END-IF
           CLOSE IRA-LEDGER-FILE.

       LIST-REPLAY-ENTRIES.
      *    Every audit entry stamped at or after the moment the
      *    generation was taken - the archive first, then the live
      *    trail, so the listing runs in posting order.
           OPEN OUTPUT REPLAY-REPORT-FILE
           MOVE 'MASTER FILE RESTORE - AUDIT ENTRIES TO REPLAY OR '
               & 'REVIEW' TO REPLAY-REPORT-LINE
           WRITE REPLAY-REPORT-LINE
           MOVE RST-TAKEN-STAMP TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Restored to generation ' RST-NUMBER
                  ' taken ' WS-STAMP-EDIT
                  ' by ' RST-TAKEN-BY
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Files before the restore saved as generation '
                  WS-PRE-RESTORE-GENERATION
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO REPLAY-REPORT-LINE
           WRITE REPLAY-REPORT-LINE
           WRITE REPLAY-REPORT-LINE FROM WS-REPLAY-HEADER-3

           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM UNTIL WS-ARCHIVE-STATUS NOT = '00'
                 READ AUDIT-ARCHIVE-FILE
                     NOT AT END
                         IF AUDIT-ARC-DATA(1:14) >= RST-TAKEN-STAMP
                            MOVE AUDIT-ARC-DATA TO WS-REPLAY-AUDIT
                            PERFORM WRITE-REPLAY-LINE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
              PERFORM UNTIL WS-AUDIT-FILE-STATUS NOT = '00'
                 READ AUDIT-TRAIL-FILE
                     NOT AT END
                         IF AUDIT-TIMESTAMP(1:14) >= RST-TAKEN-STAMP
                            MOVE AUDIT-TRAIL-RECORD
                                TO WS-REPLAY-AUDIT
                            PERFORM WRITE-REPLAY-LINE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF
           MOVE '00' TO WS-AUDIT-FILE-STATUS

           MOVE SPACES TO REPLAY-REPORT-LINE
           WRITE REPLAY-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Entries to replay or review: ' WS-REPLAY-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-TEXT
           CLOSE REPLAY-REPORT-FILE.

       WRITE-REPLAY-LINE.
           MOVE RPA-SEQUENCE     TO WS-RPL-SEQUENCE
           MOVE RPA-TIMESTAMP(1:14) TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE WS-STAMP-EDIT    TO WS-RPL-TIMESTAMP
           MOVE RPA-USER         TO WS-RPL-USER
           MOVE RPA-OPERATION    TO WS-RPL-OPERATION
           MOVE RPA-ACCOUNT      TO WS-RPL-ACCOUNT
           MOVE RPA-AMOUNT       TO WS-RPL-AMOUNT
           MOVE RPA-STATUS       TO WS-RPL-STATUS
           WRITE REPLAY-REPORT-LINE FROM WS-REPLAY-LINE
           ADD 1 TO WS-REPLAY-COUNT.

       WRITE-RESTORE-AUDIT.
      *    The restore goes on the trail like any other master
      *    change, chained after the last entry it listed.
           PERFORM LOAD-AUDIT-CHAIN-STATE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'SYSTEM'              TO AUDIT-USER
           MOVE SPACES                TO AUDIT-OPERATION
           STRING 'MASTER-RESTORE GEN ' RST-NUMBER
               DELIMITED BY SIZE INTO AUDIT-OPERATION
           END-STRING
           MOVE ZEROS                 TO AUDIT-ACCOUNT
           MOVE ZEROS                 TO AUDIT-BEFORE-BALANCE
           MOVE ZEROS                 TO AUDIT-AFTER-BALANCE
           MOVE ZEROS                 TO AUDIT-AMOUNT
           MOVE 'RESTORED'            TO AUDIT-STATUS
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-TRAIL-FILE
           PERFORM SAVE-AUDIT-CHAIN-STATE.

       WRITE-CATALOG-REPORT.
      *    What is on hand once this run's work is done.
           PERFORM LOAD-GENERATION-CATALOG
           OPEN OUTPUT CATALOG-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-CH1-RUN-DATE
           WRITE CATALOG-REPORT-LINE FROM WS-CATALOG-HEADER-1
           MOVE WS-GEN-RETENTION TO WS-CH2-RETENTION
           MOVE WS-GEN-LAST-GENERATION TO WS-CH2-LAST-GENERATION
           WRITE CATALOG-REPORT-LINE FROM WS-CATALOG-HEADER-2
           MOVE SPACES TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE FROM WS-CATALOG-HEADER-3

           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
              PERFORM VERIFY-GENERATION-FILES
              IF NOT GEN-FILES-ON-HAND
                 ADD 1 TO WS-VERIFY-BAD-COUNT
              END-IF
              MOVE WS-GEN-NUMBER(WS-GEN-SUB) TO WS-CAT-GENERATION
              MOVE WS-GEN-TAKEN-STAMP(WS-GEN-SUB) TO WS-STAMP-IN
              PERFORM FORMAT-STAMP
              MOVE WS-STAMP-EDIT TO WS-CAT-TAKEN
              MOVE WS-GEN-TAKEN-BY(WS-GEN-SUB) TO WS-CAT-TAKEN-BY
              MOVE WS-GEN-REASON(WS-GEN-SUB) TO WS-CAT-REASON
              MOVE WS-GEN-SLOT(WS-GEN-SUB) TO WS-CAT-SLOT
              MOVE WS-GEN-ACCOUNT-COUNT(WS-GEN-SUB)
                  TO WS-CAT-ACCOUNTS
              IF WS-GEN-ACCOUNT-PRESENT(WS-GEN-SUB) NOT = 'Y'
                 MOVE '   ABSENT' TO WS-CAT-ACCOUNTS-X
              END-IF
              MOVE WS-GEN-HOLD-COUNT(WS-GEN-SUB) TO WS-CAT-HOLDS
              IF WS-GEN-HOLD-PRESENT(WS-GEN-SUB) NOT = 'Y'
                 MOVE '   ABSENT' TO WS-CAT-HOLDS-X
              END-IF
              MOVE WS-GEN-REGD-COUNT(WS-GEN-SUB) TO WS-CAT-REGD
              IF WS-GEN-REGD-PRESENT(WS-GEN-SUB) NOT = 'Y'
                 MOVE '   ABSENT' TO WS-CAT-REGD-X
              END-IF
              MOVE WS-GEN-IRA-COUNT(WS-GEN-SUB) TO WS-CAT-IRA
              IF WS-GEN-IRA-PRESENT(WS-GEN-SUB) NOT = 'Y'
                 MOVE '   ABSENT' TO WS-CAT-IRA-X
              END-IF
              MOVE WS-VERIFY-RESULT TO WS-CAT-RESULT
              WRITE CATALOG-REPORT-LINE FROM WS-CATALOG-LINE
           END-PERFORM

           MOVE SPACES TO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           IF WS-GEN-COUNT = ZEROS
              MOVE 'No generations on hand' TO WS-REPORT-TEXT
           ELSE
              STRING 'Generations on hand: ' WS-GEN-COUNT
                     '   with missing or short slot files: '
                     WS-VERIFY-BAD-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-TEXT
              END-STRING
           END-IF
           WRITE CATALOG-REPORT-LINE FROM WS-REPORT-TEXT
           CLOSE CATALOG-REPORT-FILE
           IF WS-VERIFY-BAD-COUNT > ZEROS AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       FORMAT-STAMP.
           MOVE WS-STAMP-IN(1:4)  TO WS-SE-YEAR
           MOVE WS-STAMP-IN(5:2)  TO WS-SE-MONTH
           MOVE WS-STAMP-IN(7:2)  TO WS-SE-DAY
           MOVE WS-STAMP-IN(9:2)  TO WS-SE-HOUR
           MOVE WS-STAMP-IN(11:2) TO WS-SE-MINUTE
           MOVE WS-STAMP-IN(13:2) TO WS-SE-SECOND.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Master File Generations Summary'
           DISPLAY '================================'
           DISPLAY 'Retention:           ' WS-GEN-RETENTION
                   ' generations'
           DISPLAY 'Generations on hand: ' WS-GEN-COUNT
           DISPLAY 'Last generation:     ' WS-GEN-LAST-GENERATION
           DISPLAY 'Missing/short:       ' WS-VERIFY-BAD-COUNT
           DISPLAY 'Catalog report: MASTER-GENERATIONS-REPORT.TXT'
           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Master File Generations - Complete'.

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME   TO OPS-PROGRAM-NAME
           MOVE WS-TODAY-YMD TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-GEN-COUNT TO OPS-RECORDS-READ
           ADD WS-ACCOUNTS-RELOADED TO OPS-RECORDS-READ
           MOVE WS-REPLAY-COUNT TO OPS-RECORDS-WRITTEN
           MOVE WS-RELOAD-REJECTS TO OPS-RECORDS-REJECTED
           ADD WS-VERIFY-BAD-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.

       CLAIM-MASTER-FILE-LOCK.
      *    Claim the update token before ACCOUNTS.DAT opens I-O. An
      *    active holder refuses the run; LOCKOVERRIDE on the
      *    command line is the operator's explicit path past a
      *    holder that crashed without releasing.
           MOVE ZEROS TO WS-LOCK-OVERRIDE-TALLY
           ACCEPT WS-LOCK-CLI-PARM FROM COMMAND-LINE
           INSPECT WS-LOCK-CLI-PARM
               TALLYING WS-LOCK-OVERRIDE-TALLY
               FOR ALL 'LOCKOVERRIDE'
           IF WS-LOCK-OVERRIDE-TALLY > ZEROS
              SET MASTER-LOCK-OVERRIDDEN TO TRUE
           END-IF

           OPEN INPUT MASTER-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
              READ MASTER-LOCK-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF LOCK-HOLDER-PROGRAM NOT = SPACES
                         IF MASTER-LOCK-OVERRIDDEN
                            DISPLAY 'Master-file lock held by '
                                    LOCK-HOLDER-PROGRAM
                                    ' cleared by operator override'
                         ELSE
                            DISPLAY 'FATAL: ACCOUNTS.DAT locked by '
                                    LOCK-HOLDER-PROGRAM
                            DISPLAY '  claimed '
                                    LOCK-CLAIMED-TIMESTAMP
                                    ' - run refused; use '
                                    'LOCKOVERRIDE only for a dead '
                                    'holder'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-IF
              END-READ
              CLOSE MASTER-LOCK-FILE
           END-IF

           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE WS-LOCK-PROGRAM-NAME  TO LOCK-HOLDER-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO LOCK-CLAIMED-TIMESTAMP
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       RELEASE-MASTER-FILE-LOCK.
      *    Clean end of job hands the token back; a crash leaves it
      *    on file, which is exactly what makes the next start stop
      *    and ask the operator.
           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE SPACES TO MASTER-LOCK-RECORD
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       LOAD-AUDIT-CHAIN-STATE.
      *    The live trail is always at or ahead of the state file -
      *    a mid-run crash leaves the state stale, and resuming
      *    from it would append duplicate sequence numbers - so the
      *    anchor comes from the trail's last stamped record
      *    whenever the trail has one. The state file only carries
      *    the chain across the archive roll, when the trail is
      *    empty.
           PERFORM ANCHOR-CHAIN-ON-TRAIL
           IF WS-AUDIT-SEQUENCE = ZEROS
              PERFORM READ-CHAIN-STATE-FILE
           END-IF.

       ANCHOR-CHAIN-ON-TRAIL.
           MOVE ZEROS TO WS-AUDIT-SEQUENCE
           MOVE ZEROS TO WS-AUDIT-CHAIN-CHECK
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
              PERFORM UNTIL WS-AUDIT-FILE-STATUS = '10'
                 READ AUDIT-TRAIL-FILE
                     AT END
                         MOVE '10' TO WS-AUDIT-FILE-STATUS
                     NOT AT END
                         MOVE AUDIT-SEQUENCE TO WS-AUDIT-SEQUENCE
                         MOVE AUDIT-CHAIN-CHECK
                             TO WS-AUDIT-CHAIN-CHECK
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF
           MOVE '00' TO WS-AUDIT-FILE-STATUS.

       READ-CHAIN-STATE-FILE.
           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATE-STATUS = '00'
              READ CHAIN-STATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE CST-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
                      MOVE CST-LAST-CHECK TO WS-AUDIT-CHAIN-CHECK
              END-READ
              CLOSE CHAIN-STATE-FILE
           END-IF.

       STAMP-AUDIT-CHAIN.
      *    Stamp the next link onto the populated audit fields: the
      *    sequence advances by one and the check value folds the
      *    entry's own account, amount and closing balance into the
      *    prior link. AUDIT-CHAIN-VERIFY recomputes exactly this.
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQUENCE
           COMPUTE WS-CHAIN-AMOUNT-FOLD =
               FUNCTION MOD(
                   FUNCTION ABS(AUDIT-AMOUNT) * 1000000,
                   999999937)
           COMPUTE WS-CHAIN-BALANCE-FOLD =
               FUNCTION MOD(
                   FUNCTION ABS(AUDIT-AFTER-BALANCE) * 1000000,
                   999999937)
           COMPUTE WS-AUDIT-CHAIN-CHECK =
               FUNCTION MOD(WS-AUDIT-CHAIN-CHECK * 31
                   + AUDIT-SEQUENCE + AUDIT-ACCOUNT
                   + WS-CHAIN-AMOUNT-FOLD + WS-CHAIN-BALANCE-FOLD,
                   999999937)
           MOVE WS-AUDIT-CHAIN-CHECK TO AUDIT-CHAIN-CHECK.

       SAVE-AUDIT-CHAIN-STATE.
           OPEN OUTPUT CHAIN-STATE-FILE
           MOVE WS-AUDIT-SEQUENCE    TO CST-LAST-SEQUENCE
           MOVE WS-AUDIT-CHAIN-CHECK TO CST-LAST-CHECK
           WRITE CHAIN-STATE-RECORD
           CLOSE CHAIN-STATE-FILE.
