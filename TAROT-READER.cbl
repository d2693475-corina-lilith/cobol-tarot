               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-APPT-KEY
               FILE STATUS IS WS-OLD-APPT-STATUS.
           SELECT APPOINTMENT-DECK-OLD-FILE
               ASSIGN TO "appointments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DECK-APPT-KEY
               FILE STATUS IS WS-OLD-APPT-STATUS.
           SELECT APPT-MIGRATE-WORK-FILE
               ASSIGN TO "appt-migrate.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "aging-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REASON-FILE ASSIGN TO "adjust-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FILE-STATUS.
           SELECT ADJUSTMENT-REPORT-FILE
               ASSIGN TO "adjustment-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOSHOW-REPORT-FILE
               ASSIGN TO "noshow-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO "reader-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT RUNSHEET-FILE ASSIGN TO "runsheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TILL-CLOSED-FILE ASSIGN TO "till-closed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-CLOSED-STATUS.
           SELECT TILL-REPORT-FILE ASSIGN TO "till-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACCT-STATUS.
           SELECT GL-EXPORT-FILE ASSIGN TO "gl-export.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "integrity-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-CONTROL-FILE
               ASSIGN TO "gl-export-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CTL-STATUS.
           SELECT CLIENT-MASTER-OLD-FILE
               ASSIGN TO "client-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CM-CLIENT-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.
           SELECT MASTER-MIGRATE-WORK-FILE
               ASSIGN TO "client-master-migrate.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-WORK-FILE
               ASSIGN TO "client-merge.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-AUDIT-FILE ASSIGN TO "merge-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-AUDIT-STATUS.
           SELECT DUPLICATE-REPORT-FILE
               ASSIGN TO "duplicate-clients.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENT-BALANCE-FILE
               ASSIGN TO "client-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CLIENT-ID
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT BALANCE-REBUILD-FILE
               ASSIGN TO "balance-rebuild.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAIRNESS-REPORT-FILE
               ASSIGN TO "fairness-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZODIAC-COMPAT-FILE
               ASSIGN TO "zodiac-compat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPL-FILE-STATUS.
           SELECT COUPLES-REPORT-FILE
               ASSIGN TO "couples-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 APPT-SPREAD        PIC X(15).
           05 APPT-STATUS        PIC X.
           05 APPT-DECK          PIC X(8).
           05 APPT-TIME          PIC X(4).
           05 APPT-READER        PIC X(8).
       FD APPT-REPORT-FILE.
       01 APPT-REPORT-RECORD PIC X(600).
       FD APPOINTMENT-OLD-FILE.
               10 OLD-APPT-CLIENT-ID PIC X(20).
           05 OLD-APPT-SPREAD        PIC X(15).
           05 OLD-APPT-STATUS        PIC X.
       FD APPOINTMENT-DECK-OLD-FILE.
       01 DECK-APPOINTMENT-RECORD.
           05 DECK-APPT-KEY.
               10 DECK-APPT-DATE      PIC X(8).
               10 DECK-APPT-CLIENT-ID PIC X(20).
           05 DECK-APPT-SPREAD        PIC X(15).
           05 DECK-APPT-STATUS        PIC X.
           05 DECK-APPT-DECK          PIC X(8).
       FD APPT-MIGRATE-WORK-FILE.
       01 APPT-MIGRATE-WORK-RECORD PIC X(52).
       FD STAFF-FILE.
       01 STAFF-RECORD PIC X(100).
       FD READER-REPORT-FILE.
           05 CM-ZODIAC      PIC X(15).
           05 CM-BIRTH-DATE  PIC X(10).
           05 CM-STATUS      PIC X.
           05 CM-MERGED-INTO PIC X(20).
       FD READING-NOTES-FILE.
       01 READING-NOTE-RECORD.
           05 NOTE-KEY.
       01 LEDGER-RECORD PIC X(100).
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(132).
       FD REASON-FILE.
       01 REASON-RECORD PIC X(100).
       FD ADJUSTMENT-REPORT-FILE.
       01 ADJUSTMENT-REPORT-RECORD PIC X(132).
       FD NOSHOW-REPORT-FILE.
       01 NOSHOW-REPORT-RECORD PIC X(132).
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD PIC X(100).
       FD RUNSHEET-FILE.
       01 RUNSHEET-RECORD PIC X(132).
       FD TILL-CLOSED-FILE.
       01 TILL-CLOSED-RECORD PIC X(60).
       FD TILL-REPORT-FILE.
       01 TILL-REPORT-RECORD PIC X(132).
       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD PIC X(80).
       FD GL-EXPORT-FILE.
       01 GL-EXPORT-RECORD PIC X(132).
       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD PIC X(80).
       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD PIC X(160).
       FD CLIENT-MASTER-OLD-FILE.
       01 OLD-CLIENT-MASTER-RECORD.
           05 OLD-CM-CLIENT-ID   PIC X(20).
           05 OLD-CM-NAME        PIC X(50).
           05 OLD-CM-ZODIAC      PIC X(15).
           05 OLD-CM-BIRTH-DATE  PIC X(10).
           05 OLD-CM-STATUS      PIC X.
       FD MASTER-MIGRATE-WORK-FILE.
       01 MASTER-MIGRATE-WORK-RECORD PIC X(96).
       FD MERGE-WORK-FILE.
       01 MERGE-WORK-RECORD PIC X(500).
       FD MERGE-AUDIT-FILE.
       01 MERGE-AUDIT-RECORD PIC X(160).
       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-RECORD PIC X(132).
       FD CLIENT-BALANCE-FILE.
       01 CLIENT-BALANCE-RECORD.
           05 BAL-CLIENT-ID      PIC X(20).
           05 BAL-INVOICED       PIC 9(8)V99.
           05 BAL-PAID           PIC 9(8)V99.
           05 BAL-REFUNDED       PIC 9(8)V99.
           05 BAL-CREDITED       PIC 9(8)V99.
           05 BAL-WRITTEN-OFF    PIC 9(8)V99.
           05 BAL-BALANCE        PIC S9(8)V99.
           05 BAL-ON-ACCOUNT     PIC 9(8)V99.
           05 BAL-CURRENT        PIC 9(8)V99.
           05 BAL-30             PIC 9(8)V99.
           05 BAL-60             PIC 9(8)V99.
           05 BAL-90             PIC 9(8)V99.
           05 BAL-AGED-ON        PIC X(8).
           05 BAL-LAST-ACTIVITY  PIC X(8).
           05 BAL-PERIOD-COUNT   PIC 99.
           05 BAL-PERIOD-ENTRY OCCURS 12 TIMES.
               10 BAL-INV-PERIOD  PIC X(6).
               10 BAL-INV-AMOUNT  PIC 9(8)V99.
           05 BAL-OPEN-COUNT     PIC 99.
           05 BAL-OPEN-ENTRY OCCURS 24 TIMES.
               10 BAL-OPEN-DATE   PIC X(8).
               10 BAL-OPEN-PERIOD PIC X(6).
               10 BAL-OPEN-AMOUNT PIC 9(8)V99.
       FD BALANCE-REBUILD-FILE.
       01 BALANCE-REBUILD-RECORD PIC X(132).
       FD FAIRNESS-REPORT-FILE.
       01 FAIRNESS-REPORT-RECORD PIC X(132).
       FD ZODIAC-COMPAT-FILE.
       01 ZODIAC-COMPAT-RECORD PIC X(300).
       FD COUPLES-REPORT-FILE.
       01 COUPLES-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

               88 WS-REVERSED VALUE "R".
           05 WS-COIN-FLIP     PIC 9(4).
           05 WS-PICK-RETRY    PIC 9(4) VALUE 0.
           05 WS-DRAW-SEED     PIC 9(8).
           05 WS-DRAW-FIRST    PIC V9(9).

       01 WS-DATE-STATE.
           05 WS-CURRENT-DATE-FIELD PIC X(21).
       01 WS-MIGRATE-STATE.
           05 WS-OLD-CLIENT-STATUS PIC XX   VALUE SPACES.
           05 WS-OLD-APPT-STATUS   PIC XX   VALUE SPACES.
           05 WS-OLD-MASTER-STATUS PIC XX   VALUE SPACES.
           05 WS-MIGRATE-EOF       PIC X    VALUE "N".
           05 WS-MIGRATE-READ      PIC 9(6) VALUE 0.
           05 WS-MIGRATE-WRITTEN   PIC 9(6) VALUE 0.
           05 WS-PRICE-OVERFLOW    PIC X       VALUE "N".
           05 WS-BILL-I            PIC 9(2).
           05 WS-BILL-SLOT         PIC 9(2).
           05 WS-BILL-KIND         PIC X.
           05 WS-BILL-CLIENT       PIC X(20)   VALUE SPACES.
           05 WS-BILL-CLIENT-TOTAL PIC 9(6)V99 VALUE 0.
           05 WS-BILL-SHOP-TOTAL   PIC 9(7)V99 VALUE 0.
           05 WS-APPT-PROCESSED    PIC 9(4) VALUE 0.
           05 WS-APPT-SKIPPED      PIC 9(4) VALUE 0.
           05 WS-APPT-LINE         PIC X(600).
           05 WS-APPT-TIME-INPUT   PIC X(4).
           05 WS-APPT-READER-INPUT PIC X(8).
           05 WS-APPT-SAVED-READER PIC X(8).
           05 WS-APPT-SLOT-CHOSEN  PIC X    VALUE "N".
           05 WS-APPT-CONFLICT     PIC X    VALUE "N".
           05 WS-APPT-OLD-LAYOUT   PIC X(4).

       01 WS-SCHEDULE-STATE.
           05 WS-SCHED-FILE-STATUS  PIC XX    VALUE SPACES.
           05 WS-SCHED-EOF          PIC X     VALUE "N".
           05 WS-SCHED-READER-FIELD PIC X(8).
           05 WS-SCHED-DAY-FIELD    PIC X(3).
           05 WS-SCHED-START-FIELD  PIC X(4).
           05 WS-SCHED-END-FIELD    PIC X(4).
           05 WS-SCHED-SLOT-FIELD   PIC X(3).
           05 WS-SCHED-DAY-NAMES    PIC X(21)
                   VALUE "MONTUEWEDTHUFRISATSUN".
           05 WS-SCHED-DOW          PIC 9.
           05 WS-SCHED-DAY          PIC X(3).
           05 WS-SCHED-DATE-NUM     PIC 9(8).
           05 WS-SCHED-DATE-INT     PIC 9(7).
           05 WS-SCHED-TODAY        PIC X(8).
           05 WS-SCHED-NOW-HHMM     PIC X(4).
           05 WS-SCHED-I            PIC 9(3).
           05 WS-SCHED-J            PIC 9(3).
           05 WS-SCHED-MIN          PIC 9(4).
           05 WS-SCHED-HHMM         PIC 9(4).
           05 WS-SCHED-HHMM-X REDEFINES WS-SCHED-HHMM PIC X(4).
           05 WS-SCHED-HH           PIC 9(2).
           05 WS-SCHED-MM           PIC 9(2).
           05 WS-SCHED-TAKEN        PIC X.
           05 WS-SCHED-PICK-INPUT   PIC X(3).
           05 WS-SCHED-PICK         PIC 9(3).
           05 WS-SCHED-DATE         PIC X(8).
           05 WS-SCHED-TIME-ED      PIC X(5).

       01 WS-SCHEDULE-TABLE.
           05 WS-SCHED-COUNT PIC 9(3) VALUE 0.
           05 WS-SCHED-ENTRY OCCURS 100 TIMES.
               10 WS-SCHED-READER   PIC X(8).
               10 WS-SCHED-DAY-CODE PIC X(3).
               10 WS-SCHED-START    PIC 9(4).
               10 WS-SCHED-END      PIC 9(4).
               10 WS-SCHED-SLOT     PIC 9(3).

       01 WS-DAY-BOOKING-TABLE.
           05 WS-DAYB-COUNT PIC 9(3) VALUE 0.
           05 WS-DAYB-ENTRY OCCURS 200 TIMES.
               10 WS-DAYB-READER PIC X(8).
               10 WS-DAYB-TIME   PIC X(4).
               10 WS-DAYB-CLIENT PIC X(20).

       01 WS-OPEN-SLOT-TABLE.
           05 WS-SLOT-COUNT PIC 9(3) VALUE 0.
           05 WS-SLOT-ENTRY OCCURS 100 TIMES.
               10 WS-SLOT-TIME   PIC X(4).
               10 WS-SLOT-READER PIC X(8).
           05 WS-SLOT-HOLD-ENTRY PIC X(12).

       01 WS-RUNSHEET-STATE.
           05 WS-RS-DATE     PIC X(8).
           05 WS-RS-READER   PIC X(8).
           05 WS-RS-I        PIC 9(3).
           05 WS-RS-J        PIC 9(3).
           05 WS-RS-GROUP    PIC 9(3).
           05 WS-RS-COUNT-ED PIC ZZZ9.
           05 WS-RS-LINE     PIC X(132).

       01 WS-RUNSHEET-TABLE.
           05 WS-RS-COUNT PIC 9(3) VALUE 0.
           05 WS-RS-ENTRY OCCURS 200 TIMES.
               10 WS-RS-ENT-KEY.
                   15 WS-RS-ENT-READER PIC X(8).
                   15 WS-RS-ENT-TIME   PIC X(4).
               10 WS-RS-ENT-CLIENT PIC X(20).
               10 WS-RS-ENT-SPREAD PIC X(15).
               10 WS-RS-ENT-DECK   PIC X(8).
               10 WS-RS-ENT-STATUS PIC X.
           05 WS-RS-HOLD-ENTRY PIC X(56).

       01 WS-NOSHOW-STATE.
           05 WS-NS-WINDOW-DAYS    PIC 9(3)    VALUE 90.
           05 WS-NS-WARN-AT        PIC 9(2)    VALUE 2.
           05 WS-NS-LATE-HOURS     PIC 9(3)    VALUE 24.
           05 WS-NS-TODAY          PIC X(8).
           05 WS-NS-CUTOFF         PIC X(8).
           05 WS-NS-DATE-NUM       PIC 9(8).
           05 WS-NS-TODAY-INT      PIC 9(7).
           05 WS-NS-APPT-INT       PIC 9(7).
           05 WS-NS-MINUTES-LEFT   PIC S9(7).
           05 WS-NS-FEE-TYPE       PIC X(15).
           05 WS-NS-FEE-SLOT       PIC 9(2).
           05 WS-NS-FEE            PIC 9(4)V99.
           05 WS-NS-CLIENT         PIC X(20).
           05 WS-NS-RECENT         PIC 9(3).
           05 WS-NS-MARKED         PIC 9(4)    VALUE 0.
           05 WS-NS-FEE-TOTAL      PIC 9(7)V99 VALUE 0.
           05 WS-NS-I              PIC 9(3).
           05 WS-NS-J              PIC 9(3).
           05 WS-NS-SLOT           PIC 9(3).
           05 WS-NS-MONEY-ED       PIC ZZZ,ZZ9.99.
           05 WS-NS-COUNT-ED       PIC ZZZ9.
           05 WS-NS-LINE           PIC X(132).

       01 WS-NOSHOW-TABLE.
           05 WS-NS-COUNT PIC 9(3) VALUE 0.
           05 WS-NS-ENTRY OCCURS 300 TIMES.
               10 WS-NS-ENT-CLIENT PIC X(20).
               10 WS-NS-ENT-DATE   PIC X(8).
               10 WS-NS-ENT-SPREAD PIC X(15).
               10 WS-NS-ENT-FEE    PIC 9(4)V99.

       01 WS-NOSHOW-CLIENT-TABLE.
           05 WS-NSC-COUNT PIC 9(3) VALUE 0.
           05 WS-NSC-ENTRY OCCURS 200 TIMES.
               10 WS-NSC-CLIENT PIC X(20).
               10 WS-NSC-RECENT PIC 9(3).
               10 WS-NSC-SWEPT  PIC 9(3).
               10 WS-NSC-FEES   PIC 9(6)V99.

       01 WS-MASTER-STATE.
           05 WS-MASTER-FILE-STATUS PIC XX    VALUE SPACES.
           05 WS-VCH-USES-ED      PIC ZZZ9.
           05 WS-VCH-COUNT-ED     PIC ZZZ9.
           05 WS-VCH-LINE         PIC X(132).
           05 WS-VCH-I            PIC 9(4).
           05 WS-VCH-SALE-SLOT    PIC 9(4).
           05 WS-VCH-RED-USES     PIC 9(4).
           05 WS-VCH-SALE-AMOUNT  PIC 9(7)V99.
           05 WS-VCH-LEDGER-SALES PIC 9(8)V99.
           05 WS-VCH-REDEEMED     PIC 9(8)V99.
           05 WS-VCH-TIED-LIAB    PIC 9(8)V99.
           05 WS-VCH-UNTIED-LIAB  PIC 9(8)V99.
           05 WS-VCH-TIE-DIFF     PIC S9(8)V99.
           05 WS-VCH-SIGNED-ED    PIC -,---,--9.99.
           05 WS-RED-EOF          PIC X     VALUE "N".
           05 WS-RED-MATCH        PIC X     VALUE "N".
           05 WS-RED-OVERFLOW     PIC X     VALUE "N".
           05 WS-RED-I            PIC 9(4).
           05 WS-RED-SLOT         PIC 9(4).
           05 WS-RED-CLIENT-FIELD PIC X(20).
           05 WS-RED-TS-FIELD     PIC X(21).
           05 WS-RED-VCH-FIELD    PIC X(10).
           05 WS-RED-LINE         PIC X(60).

       01 WS-VOUCHER-SALE-TABLE.
           05 WS-VSALE-COUNT PIC 9(4) VALUE 0.
           05 WS-VSALE-ENTRY OCCURS 500 TIMES.
               10 WS-VSALE-NUMBER PIC X(10).
               10 WS-VSALE-AMOUNT PIC 9(7)V99.

       01 WS-TILL-STATE.
           05 WS-TILL-CLOSED-STATUS PIC XX     VALUE SPACES.
           05 WS-TILL-EOF           PIC X      VALUE "N".
           05 WS-TILL-DATE          PIC X(8).
           05 WS-TILL-DATE-FIELD    PIC X(8).
           05 WS-TILL-DAY-CLOSED    PIC X      VALUE "N".
           05 WS-TILL-TENDER-INPUT  PIC X(4).
           05 WS-TILL-TENDER-OK     PIC X      VALUE "N".
           05 WS-TILL-CASH-INPUT    PIC X(12).
           05 WS-TILL-CARD-INPUT    PIC X(12).
           05 WS-TILL-CASH-COUNTED  PIC 9(7)V99.
           05 WS-TILL-CARD-COUNTED  PIC 9(7)V99.
           05 WS-TILL-COUNTED       PIC 9(7)V99.
           05 WS-TILL-COUNTED-OUT   PIC 9(7).99.
           05 WS-TILL-I             PIC 9(2).
           05 WS-TILL-SLOT          PIC 9(2).
           05 WS-TILL-RDR-SLOT      PIC 9(2).
           05 WS-TILL-ROWS          PIC 9(5)   VALUE 0.
           05 WS-TILL-TOT-PAY       PIC 9(8)V99 VALUE 0.
           05 WS-TILL-TOT-VCH       PIC 9(8)V99 VALUE 0.
           05 WS-TILL-TOT-REF       PIC 9(8)V99 VALUE 0.
           05 WS-TILL-NET           PIC S9(8)V99.
           05 WS-TILL-EXPECTED      PIC S9(8)V99.
           05 WS-TILL-VARIANCE      PIC S9(8)V99.
           05 WS-TILL-MONEY-ED      PIC ZZZ,ZZ9.99.
           05 WS-TILL-SIGNED-ED     PIC -,---,--9.99.
           05 WS-TILL-LINE          PIC X(132).

       01 WS-TILL-TENDER-TABLE.
           05 WS-TTND-ENTRY OCCURS 4 TIMES.
               10 WS-TTND-CODE PIC X(4).
               10 WS-TTND-PAY  PIC 9(8)V99.
               10 WS-TTND-VCH  PIC 9(8)V99.
               10 WS-TTND-REF  PIC 9(8)V99.

       01 WS-TILL-READER-TABLE.
           05 WS-TRDR-COUNT PIC 9(2) VALUE 0.
           05 WS-TRDR-ENTRY OCCURS 20 TIMES.
               10 WS-TRDR-ID  PIC X(8).
               10 WS-TRDR-PAY PIC 9(8)V99.
               10 WS-TRDR-VCH PIC 9(8)V99.
               10 WS-TRDR-REF PIC 9(8)V99.

       01 WS-GL-STATE.
           05 WS-GL-ACCT-STATUS  PIC XX      VALUE SPACES.
           05 WS-GL-CTL-STATUS   PIC XX      VALUE SPACES.
           05 WS-GL-EOF          PIC X       VALUE "N".
           05 WS-GL-PERIOD       PIC X(6).
           05 WS-GL-FORCE        PIC X       VALUE "N".
           05 WS-GL-EXPORTED     PIC X       VALUE "N".
           05 WS-GL-VCH-OPEN     PIC X       VALUE "N".
           05 WS-GL-CAT-FIELD    PIC X(8).
           05 WS-GL-KEY-FIELD    PIC X(15).
           05 WS-GL-ACCT-FIELD   PIC X(10).
           05 WS-GL-DESC-FIELD   PIC X(30).
           05 WS-GL-CTL-PERIOD   PIC X(6).
           05 WS-GL-CAT          PIC X(8).
           05 WS-GL-KEY          PIC X(15).
           05 WS-GL-SIDE         PIC X.
           05 WS-GL-SOURCE       PIC X(10).
           05 WS-GL-DR-CAT       PIC X(8).
           05 WS-GL-DR-KEY       PIC X(15).
           05 WS-GL-CR-CAT       PIC X(8).
           05 WS-GL-CR-KEY       PIC X(15).
           05 WS-GL-AMOUNT       PIC 9(7)V99.
           05 WS-GL-MAP-SLOT     PIC 9(3).
           05 WS-GL-SLOT         PIC 9(3).
           05 WS-GL-I            PIC 9(3).
           05 WS-GL-UNMAPPED     PIC 9(5)    VALUE 0.
           05 WS-GL-DROPPED      PIC 9(5)    VALUE 0.
           05 WS-GL-LINES        PIC 9(5)    VALUE 0.
           05 WS-GL-TOT-DEBIT    PIC 9(9)V99 VALUE 0.
           05 WS-GL-TOT-CREDIT   PIC 9(9)V99 VALUE 0.
           05 WS-GL-AMT-OUT      PIC 9(9).99.
           05 WS-GL-AMT-OUT-2    PIC 9(9).99.
           05 WS-GL-SEQ-OUT      PIC 9(5).
           05 WS-GL-MONEY-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-GL-COUNT-ED     PIC ZZZ,ZZ9.
           05 WS-GL-LINE         PIC X(132).

       01 WS-INTEGRITY-STATE.
           05 WS-INT-EOF          PIC X      VALUE "N".
           05 WS-INT-MASTER-OPEN  PIC X      VALUE "N".
           05 WS-INT-READING-OPEN PIC X      VALUE "N".
           05 WS-INT-VCH-OPEN     PIC X      VALUE "N".
           05 WS-INT-ON-MASTER    PIC X      VALUE "N".
           05 WS-INT-FOUND        PIC X      VALUE "N".
           05 WS-INT-ARCH-OVER    PIC X      VALUE "N".
           05 WS-INT-CLIENT       PIC X(20).
           05 WS-INT-TS           PIC X(21).
           05 WS-INT-DECK         PIC X(8).
           05 WS-INT-CHECK-NO     PIC 9(2).
           05 WS-INT-I            PIC 9(4).
           05 WS-INT-SEVERE       PIC 9(6)   VALUE 0.
           05 WS-INT-WARNINGS     PIC 9(6)   VALUE 0.
           05 WS-INT-DETAIL       PIC X(120).
           05 WS-INT-COUNT-ED     PIC ZZZ,ZZ9.
           05 WS-INT-MONEY-ED     PIC ZZZ,ZZ9.99.
           05 WS-INT-LINE         PIC X(160).

       01 WS-INTEGRITY-CHECK-TABLE.
           05 WS-INTC-COUNT PIC 9(2) VALUE 0.
           05 WS-INTC-ENTRY OCCURS 12 TIMES.
               10 WS-INTC-CODE     PIC X(13).
               10 WS-INTC-SEVERITY PIC X(7).
               10 WS-INTC-DESC     PIC X(52).
               10 WS-INTC-HITS     PIC 9(6).

       01 WS-INTEGRITY-ARCHIVE-TABLE.
           05 WS-INTA-COUNT PIC 9(4) VALUE 0.
           05 WS-INTA-ENTRY OCCURS 2000 TIMES.
               10 WS-INTA-CLIENT PIC X(20).
               10 WS-INTA-TS     PIC X(21).

       01 WS-MERGE-STATE.
           05 WS-MRG-AUDIT-STATUS PIC XX     VALUE SPACES.
           05 WS-MRG-EOF          PIC X      VALUE "N".
           05 WS-MRG-WRITE-OK     PIC X      VALUE "N".
           05 WS-MRG-LOSER        PIC X(20).
           05 WS-MRG-SURVIVOR     PIC X(20).
           05 WS-MRG-LOSER-LEN    PIC 9(2).
           05 WS-MRG-STAMP        PIC X(21).
           05 WS-MRG-FILE         PIC X(8).
           05 WS-MRG-FROM         PIC X(30).
           05 WS-MRG-TO           PIC X(30).
           05 WS-MRG-ACTION       PIC X(8).
           05 WS-MRG-OLD-TS       PIC X(21).
           05 WS-MRG-NEW-TS       PIC X(21).
           05 WS-MRG-RETRY        PIC 9(3).
           05 WS-MRG-I            PIC 9(4).
           05 WS-MRG-POS          PIC 9(4).
           05 WS-MRG-LEN          PIC 9(4).
           05 WS-MRG-REST         PIC 9(4).
           05 WS-MRG-ROWS         PIC 9(6).
           05 WS-MRG-READINGS     PIC 9(6).
           05 WS-MRG-RETIMED      PIC 9(6).
           05 WS-MRG-NOTES        PIC 9(6).
           05 WS-MRG-APPTS        PIC 9(6).
           05 WS-MRG-CONFLICTS    PIC 9(6).
           05 WS-MRG-VOUCHERS     PIC 9(6).
           05 WS-MRG-REDEMPTIONS  PIC 9(6).
           05 WS-MRG-LEDGER       PIC 9(6).
           05 WS-MRG-ARCHIVED     PIC 9(6).
           05 WS-MRG-LOG-LINES    PIC 9(6).
           05 WS-MRG-LEFT         PIC 9(6).
           05 WS-MRG-PATTERN      PIC X(40).
           05 WS-MRG-PAT-LEN      PIC 9(4).
           05 WS-MRG-FIELD        PIC X(20).
           05 WS-MRG-LINE         PIC X(500).
           05 WS-MRG-COUNT-ED     PIC ZZZ,ZZ9.
           05 WS-MRG-AUDIT-LINE   PIC X(160).

       01 WS-MERGE-RETIME-TABLE.
           05 WS-MRT-COUNT PIC 9(3) VALUE 0.
           05 WS-MRT-ENTRY OCCURS 200 TIMES.
               10 WS-MRT-OLD-TS PIC X(21).
               10 WS-MRT-NEW-TS PIC X(21).

       01 WS-MERGE-APPT-TABLE.
           05 WS-MRA-COUNT PIC 9(3) VALUE 0.
           05 WS-MRA-DATE OCCURS 200 TIMES PIC X(8).

       01 WS-DUPE-STATE.
           05 WS-DUPC-EOF       PIC X      VALUE "N".
           05 WS-DUPC-I         PIC 9(4).
           05 WS-DUPC-J         PIC 9(4).
           05 WS-DUPC-K         PIC 9(2).
           05 WS-DUPC-DROPPED   PIC 9(4)   VALUE 0.
           05 WS-DUPC-PAIRS     PIC 9(4)   VALUE 0.
           05 WS-DUPC-STRONG    PIC 9(4)   VALUE 0.
           05 WS-DUPC-LIKELY    PIC 9(4)   VALUE 0.
           05 WS-DUPC-POSSIBLE  PIC 9(4)   VALUE 0.
           05 WS-DUPC-SCORE     PIC 9(2).
           05 WS-DUPC-CONFLICT  PIC X      VALUE "N".
           05 WS-DUPC-LEVEL     PIC X(8).
           05 WS-DUPC-BASIS     PIC X(40).
           05 WS-DUPC-PTR       PIC 9(3).
           05 WS-DUPC-TEXT      PIC X(50).
           05 WS-DUPC-KEY       PIC X(50).
           05 WS-DUPC-KEY-LEN   PIC 9(2).
           05 WS-DUPC-CHAR      PIC X.
           05 WS-DUPC-COMMAS    PIC 9(2).
           05 WS-DUPC-WORD-CT   PIC 9(2).
           05 WS-DUPC-WORD OCCURS 6 TIMES PIC X(50).
           05 WS-DUPC-FIRST     PIC X(50).
           05 WS-DUPC-LAST      PIC X(50).
           05 WS-DUPC-SCORE-ED  PIC Z9.
           05 WS-DUPC-COUNT-ED  PIC ZZZ,ZZ9.
           05 WS-DUPC-LINE      PIC X(132).

       01 WS-DUPE-CLIENT-TABLE.
           05 WS-DUPC-COUNT PIC 9(4) VALUE 0.
           05 WS-DUPC-ENTRY OCCURS 1000 TIMES.
               10 WS-DUPC-ID        PIC X(20).
               10 WS-DUPC-NAME      PIC X(50).
               10 WS-DUPC-ZODIAC    PIC X(15).
               10 WS-DUPC-BIRTH     PIC X(10).
               10 WS-DUPC-STATUS    PIC X.
               10 WS-DUPC-NAME-KEY  PIC X(50).
               10 WS-DUPC-SURNAME   PIC X(50).
               10 WS-DUPC-INITIAL   PIC X.
               10 WS-DUPC-BIRTH-KEY PIC X(10).
               10 WS-DUPC-SIGN-KEY  PIC X(15).

       01 WS-BALANCE-STATE.
           05 WS-BAL-FILE-STATUS  PIC XX     VALUE SPACES.
           05 WS-BAL-EOF          PIC X      VALUE "N".
           05 WS-BAL-FOUND        PIC X      VALUE "N".
           05 WS-BAL-I            PIC 9(3).
           05 WS-BAL-J            PIC 9(3).
           05 WS-BAL-SLOT         PIC 9(3).
           05 WS-BAL-APPLY        PIC 9(8)V99.
           05 WS-BAL-DATE-NUM     PIC 9(8).
           05 WS-BAL-TODAY-INT    PIC 9(7).
           05 WS-BAL-ROW-INT      PIC 9(7).
           05 WS-BAL-AGE-DAYS     PIC S9(7).
           05 WS-BAL-ROWS         PIC 9(7)   VALUE 0.
           05 WS-BAL-CLIENTS      PIC 9(5)   VALUE 0.
           05 WS-BAL-MISMATCHES   PIC 9(5)   VALUE 0.
           05 WS-BAL-STORED       PIC S9(8)V99.
           05 WS-BAL-DIFF         PIC S9(8)V99.
           05 WS-BAL-MONEY-ED     PIC -,---,--9.99.
           05 WS-BAL-COUNT-ED     PIC ZZZ,ZZ9.
           05 WS-BAL-LINE         PIC X(132).

       01 WS-BALANCE-CHECK-TABLE.
           05 WS-BCK-COUNT PIC 9(4) VALUE 0.
           05 WS-BCK-I     PIC 9(4).
           05 WS-BCK-SLOT  PIC 9(4).
           05 WS-BCK-ENTRY OCCURS 1000 TIMES.
               10 WS-BCK-CLIENT  PIC X(20).
               10 WS-BCK-BALANCE PIC S9(8)V99.
               10 WS-BCK-MATCHED PIC X.

       01 WS-FAIRNESS-STATE.
           05 WS-FAIR-FROM         PIC X(8).
           05 WS-FAIR-TO           PIC X(8).
           05 WS-FAIR-EOF          PIC X      VALUE "N".
           05 WS-FAIR-FILES        PIC 9(4)   VALUE 0.
           05 WS-FAIR-LINES        PIC 9(7)   VALUE 0.
           05 WS-FAIR-FLAGGED      PIC 9(2)   VALUE 0.
           05 WS-FAIR-I            PIC 9(4).
           05 WS-FAIR-J            PIC 9(4).
           05 WS-FAIR-D            PIC 9(2).
           05 WS-FAIR-C            PIC 9(3).
           05 WS-FAIR-SLOT         PIC 9(4).
           05 WS-FAIR-KEY-POS      PIC 9(2).
           05 WS-FAIR-TS           PIC X(21).
           05 WS-FAIR-TYPE         PIC X(20).
           05 WS-FAIR-POS          PIC X(30).
           05 WS-FAIR-ID           PIC X(12).
           05 WS-FAIR-ORIENT       PIC X(12).
           05 WS-FAIR-NAME         PIC X(50).
           05 WS-FAIR-CLIENT       PIC X(30).
           05 WS-FAIR-READER       PIC X(20).
           05 WS-FAIR-DECK-FLD     PIC X(20).
           05 WS-FAIR-CARD-ID      PIC X(5).
           05 WS-FAIR-DECK         PIC X(8).
           05 WS-FAIR-SES-OPEN     PIC X      VALUE "N".
           05 WS-FAIR-SES-D        PIC 9(2).
           05 WS-FAIR-SES-TS       PIC X(21).
           05 WS-FAIR-SES-TYPE     PIC X(20).
           05 WS-FAIR-SES-CLIENT   PIC X(30).
           05 WS-FAIR-SES-READER   PIC X(20).
           05 WS-FAIR-SES-DECK     PIC X(8).
           05 WS-FAIR-SES-POS      PIC X(30).
           05 WS-FAIR-SES-DRAWS    PIC 9(3).
           05 WS-FAIR-SES-KEY      PIC X(15).
           05 WS-FAIR-K            PIC 9(4).
           05 WS-FAIR-MATCHED      PIC 9(7).
           05 WS-FAIR-OBSERVED     PIC 9(7).
           05 WS-FAIR-EXPECTED     PIC 9(7)V9(4).
           05 WS-FAIR-DEV          PIC S9(7)V99.
           05 WS-FAIR-CHI          PIC 9(7)V9(4).
           05 WS-FAIR-DF           PIC 9(4).
           05 WS-FAIR-CRIT         PIC 9(7)V9(4).
           05 WS-FAIR-Z            PIC S9(3)V99.
           05 WS-FAIR-PCT          PIC 9(3)V9.
           05 WS-FAIR-PAIRS        PIC 9(9).
           05 WS-FAIR-DENOM        PIC 9(9).
           05 WS-FAIR-CHANCE       PIC 9(5)V9(4).
           05 WS-FAIR-LIMIT        PIC 9(5)V9(4).
           05 WS-FAIR-DECK-FLAG    PIC X.
           05 WS-FAIR-COUNT-ED     PIC ZZZ,ZZ9.
           05 WS-FAIR-COUNT-ED-2   PIC ZZZ,ZZ9.
           05 WS-FAIR-EXP-ED       PIC ZZZ,ZZ9.99.
           05 WS-FAIR-DEV-ED       PIC ++++,++9.99.
           05 WS-FAIR-CHI-ED       PIC ZZZ,ZZ9.99.
           05 WS-FAIR-CHI-ED-2     PIC ZZZ,ZZ9.99.
           05 WS-FAIR-Z-ED         PIC +++9.99.
           05 WS-FAIR-PCT-ED       PIC ZZ9.9.
           05 WS-FAIR-PCT-ED-2     PIC ZZ9.9.
           05 WS-FAIR-CHANCE-ED    PIC ZZ,ZZ9.9999.
           05 WS-FAIR-LINE         PIC X(132).

       01 WS-FAIR-DECK-TABLE.
           05 WS-FD-COUNT PIC 9(2) VALUE 0.
           05 WS-FD-ENTRY OCCURS 10 TIMES.
               10 WS-FD-CODE       PIC X(8).
               10 WS-FD-DRAWS      PIC 9(7).
               10 WS-FD-UPRIGHT    PIC 9(7).
               10 WS-FD-REVERSED   PIC 9(7).
               10 WS-FD-DATED      PIC 9(7).
               10 WS-FD-SESSIONS   PIC 9(5).
               10 WS-FD-OPENINGS   PIC 9(5).
               10 WS-FD-REPEATS    PIC 9(5).
               10 WS-FD-CARD-COUNT PIC 9(3).
               10 WS-FD-CARD OCCURS 100 TIMES.
                   15 WS-FD-CARD-ID   PIC X(5).
                   15 WS-FD-CARD-HITS PIC 9(7).

       01 WS-FAIR-SESSION-TABLE.
           05 WS-FS-COUNT PIC 9(4) VALUE 0.
           05 WS-FS-ENTRY OCCURS 2000 TIMES.
               10 WS-FS-D      PIC 9(2).
               10 WS-FS-TS     PIC X(14).
               10 WS-FS-CLIENT PIC X(20).
               10 WS-FS-TYPE   PIC X(20).
               10 WS-FS-KEY    PIC X(15).
               10 WS-FS-REPEAT PIC X.
               10 WS-FS-MATCH  PIC 9(4).

       01 WS-COUPLES-STATE.
           05 WS-CPL-FILE-STATUS   PIC XX    VALUE SPACES.
           05 WS-CPL-EOF           PIC X     VALUE "N".
           05 WS-CPL-RELATIONSHIP  PIC X     VALUE "N".
           05 WS-CPL-PROMPT-DONE   PIC X.
           05 WS-CPL-PARTNER-ID    PIC X(20) VALUE SPACES.
           05 WS-CPL-PARTNER-NAME  PIC X(50) VALUE SPACES.
           05 WS-CPL-PARTNER-ZODIAC PIC X(15) VALUE SPACES.
           05 WS-CPL-BOOKER-ID     PIC X(20).
           05 WS-CPL-BOOKER-TS     PIC X(21).
           05 WS-CPL-PARTNER-TS    PIC X(21).
           05 WS-CPL-SUMMARY       PIC X(400).
           05 WS-CPL-SUM-LEN       PIC 9(3).
           05 WS-CPL-TAG-LEN       PIC 9(3).
           05 WS-CPL-LINKED        PIC X     VALUE "N".
           05 WS-CPL-TALLY         PIC 9(3).
           05 WS-CPL-SHOWN         PIC X     VALUE "N".
           05 WS-CPL-FOUND         PIC X     VALUE "N".
           05 WS-CPL-SIGN-A        PIC X(15).
           05 WS-CPL-SIGN-B        PIC X(15).
           05 WS-CPL-UPPER-A       PIC X(15).
           05 WS-CPL-UPPER-B       PIC X(15).
           05 WS-CPL-ROW-A         PIC X(15).
           05 WS-CPL-ROW-B         PIC X(15).
           05 WS-CPL-ROW-ELEMENTS  PIC X(20).
           05 WS-CPL-ROW-RATING    PIC X(5).
           05 WS-CPL-ROW-ADVICE    PIC X(200).
           05 WS-CPL-RATING        PIC 9.
           05 WS-CPL-STARS         PIC X(5).
           05 WS-CPL-TEXT          PIC X(120).
           05 WS-CPL-ADVICE        PIC X(200).
           05 WS-CPL-MASTER-OPEN   PIC X     VALUE "N".
           05 WS-CPL-TS            PIC X(21).
           05 WS-CPL-TYPE          PIC X(15).
           05 WS-CPL-READER        PIC X(8).
           05 WS-CPL-DECK          PIC X(10).
           05 WS-CPL-BEFORE        PIC X(400).
           05 WS-CPL-AFTER         PIC X(400).
           05 WS-CPL-CARDS         PIC X(250).
           05 WS-CPL-POS           PIC 9(3).
           05 WS-CPL-ID-A          PIC X(20).
           05 WS-CPL-ID-B          PIC X(20).
           05 WS-CPL-LOOKUP-ID     PIC X(20).
           05 WS-CPL-LOOKUP-NAME   PIC X(50).
           05 WS-CPL-LOOKUP-SIGN   PIC X(15).
           05 WS-CPL-NAME-A        PIC X(50).
           05 WS-CPL-NAME-B        PIC X(50).
           05 WS-CPL-I             PIC 9(4).
           05 WS-CPL-J             PIC 9(4).
           05 WS-CPL-K             PIC 9(4).
           05 WS-CPL-SLOT          PIC 9(4).
           05 WS-CPL-NEXT          PIC 9(4).
           05 WS-CPL-DROPPED       PIC 9(5).
           05 WS-CPL-COUNT-ED      PIC ZZZZ9.
           05 WS-CPL-COUNT-ED-2    PIC ZZZZ9.
           05 WS-CPL-WRAP          PIC X(250).
           05 WS-CPL-WRAP-LEN      PIC 9(3).
           05 WS-CPL-WRAP-START    PIC 9(3).
           05 WS-CPL-WRAP-CHUNK    PIC 9(3).
           05 WS-CPL-WRAP-BREAK    PIC 9(3).
           05 WS-CPL-WRAP-J        PIC 9(3).
           05 WS-CPL-LINE          PIC X(132).

       01 WS-CPL-PAIR-TABLE.
           05 WS-CPP-COUNT PIC 9(4) VALUE 0.
           05 WS-CPP-ENTRY OCCURS 300 TIMES.
               10 WS-CPP-A        PIC X(20).
               10 WS-CPP-B        PIC X(20).
               10 WS-CPP-READINGS PIC 9(4).
               10 WS-CPP-FIRST    PIC X(8).
               10 WS-CPP-LAST     PIC X(8).

       01 WS-CPL-READING-TABLE.
           05 WS-CPR-COUNT PIC 9(4) VALUE 0.
           05 WS-CPR-ENTRY OCCURS 1000 TIMES.
               10 WS-CPR-PAIR   PIC 9(4).
               10 WS-CPR-TS     PIC X(21).
               10 WS-CPR-BOOKER PIC X(20).
               10 WS-CPR-TYPE   PIC X(15).
               10 WS-CPR-READER PIC X(8).
               10 WS-CPR-DECK   PIC X(10).
               10 WS-CPR-CARDS  PIC X(250).
               10 WS-CPR-DONE   PIC X.

       01 WS-GL-MAP-TABLE.
           05 WS-GLM-COUNT PIC 9(3) VALUE 0.
           05 WS-GLM-ENTRY OCCURS 100 TIMES.
               10 WS-GLM-CAT  PIC X(8).
               10 WS-GLM-KEY  PIC X(15).
               10 WS-GLM-ACCT PIC X(10).
               10 WS-GLM-DESC PIC X(30).

       01 WS-GL-JOURNAL-TABLE.
           05 WS-GLJ-COUNT PIC 9(3) VALUE 0.
           05 WS-GLJ-ENTRY OCCURS 300 TIMES.
               10 WS-GLJ-SOURCE PIC X(10).
               10 WS-GLJ-ACCT   PIC X(10).
               10 WS-GLJ-DESC   PIC X(30).
               10 WS-GLJ-SIDE   PIC X.
               10 WS-GLJ-AMOUNT PIC 9(9)V99.

       01 WS-REDEMPTION-TABLE.
           05 WS-RED-COUNT PIC 9(4) VALUE 0.
           05 WS-RED-ENTRY OCCURS 500 TIMES.
               10 WS-RED-CLIENT PIC X(20).
               10 WS-RED-TS     PIC X(21).
               10 WS-RED-VCH    PIC X(10).

       01 WS-LEDGER-STATE.
           05 WS-LEDGER-FILE-STATUS  PIC XX     VALUE SPACES.
           05 WS-LEDGER-TYPE-FIELD   PIC X(3).
           05 WS-LEDGER-AMT-FIELD    PIC X(12).
           05 WS-LEDGER-PERIOD-FIELD PIC X(6).
           05 WS-LEDGER-REASON-FIELD PIC X(12).
           05 WS-LEDGER-READER-FIELD PIC X(8).
           05 WS-LEDGER-TENDER-FIELD PIC X(4).
           05 WS-LEDGER-REF-FIELD    PIC X(10).
           05 WS-LEDGER-AMT-OUT      PIC 9(6).99.
           05 WS-LEDGER-AMOUNT       PIC 9(6)V99.
           05 WS-LEDGER-OPEN-PART    PIC 9(7)V99.
           05 WS-PAY-AMT-INPUT       PIC X(12).
           05 WS-PAY-AMOUNT          PIC 9(6)V99.
           05 WS-AGE-I               PIC 9(4).
           05 WS-AGE-J               PIC 9(4).
           05 WS-AGE-SLOT            PIC 9(4).
           05 WS-AGE-CLEAR           PIC 9(8)V99.
           05 WS-AGE-CRN-OVERFLOW    PIC X       VALUE "N".
           05 WS-AGE-BUCKET          PIC 9(8)V99.
           05 WS-AGE-NET             PIC S9(8)V99.
           05 WS-AGE-TOT-CRN         PIC 9(8)V99 VALUE 0.
           05 WS-AGE-TOT-REF         PIC 9(8)V99 VALUE 0.
           05 WS-AGE-TOT-WOF         PIC 9(8)V99 VALUE 0.
           05 WS-AGE-MONEY-ED        PIC ZZZ,ZZ9.99.
           05 WS-AGE-BAL-ED          PIC -,---,--9.99.
           05 WS-AGE-LINE            PIC X(132).
               10 WS-AGE-PAID    PIC 9(8)V99.
               10 WS-AGE-INV-SUM PIC 9(8)V99.
               10 WS-AGE-PAY-SUM PIC 9(8)V99.
               10 WS-AGE-REF-SUM PIC 9(8)V99.
               10 WS-AGE-CRN-SUM PIC 9(8)V99.
               10 WS-AGE-WOF-SUM PIC 9(8)V99.
               10 WS-AGE-CURRENT PIC 9(8)V99.
               10 WS-AGE-30      PIC 9(8)V99.
               10 WS-AGE-60      PIC 9(8)V99.
               10 WS-AGE-90      PIC 9(8)V99.
               10 WS-AGE-UNPLACED PIC 9(8)V99.

       01 WS-AGE-CREDIT-TABLE.
           05 WS-AGE-CRN-COUNT PIC 9(4) VALUE 0.
           05 WS-AGE-CRN-ENTRY OCCURS 300 TIMES.
               10 WS-AGE-CRN-CLIENT PIC X(20).
               10 WS-AGE-CRN-PERIOD PIC X(6).
               10 WS-AGE-CRN-LEFT   PIC 9(8)V99.

       01 WS-INVOICE-PERIOD-TABLE.
           05 WS-INVP-COUNT PIC 9(3) VALUE 0.
           05 WS-INVP-ENTRY OCCURS 120 TIMES.
               10 WS-INVP-PERIOD   PIC X(6).
               10 WS-INVP-AMOUNT   PIC 9(8)V99.
               10 WS-INVP-CREDITED PIC 9(8)V99.

       01 WS-ADJUST-STATE.
           05 WS-REASON-FILE-STATUS PIC XX     VALUE SPACES.
           05 WS-RSN-EOF            PIC X      VALUE "N".
           05 WS-RSN-I              PIC 9(2).
           05 WS-RSN-SLOT           PIC 9(2).
           05 WS-RSN-HITS           PIC 9(2).
           05 WS-RSN-CODE-FIELD     PIC X(8).
           05 WS-RSN-DESC-FIELD     PIC X(40).
           05 WS-RSN-TYPES-FIELD    PIC X(12).
           05 WS-ADJ-TYPE-INPUT     PIC X(3).
           05 WS-ADJ-TYPE-NAME      PIC X(12).
           05 WS-ADJ-PERIOD-INPUT   PIC X(6).
           05 WS-ADJ-REASON-INPUT   PIC X(8).
           05 WS-ADJ-AMT-INPUT      PIC X(12).
           05 WS-ADJ-AMOUNT         PIC 9(6)V99.
           05 WS-ADJ-LIMIT          PIC 9(8)V99.
           05 WS-ADJ-INVP-SLOT      PIC 9(3).
           05 WS-ADJ-I              PIC 9(4).
           05 WS-ADJ-PERIOD         PIC X(6).
           05 WS-ADJ-EOF            PIC X      VALUE "N".
           05 WS-ADJ-ROWS           PIC 9(6)   VALUE 0.
           05 WS-ADJ-RDR-SLOT       PIC 9(2).
           05 WS-ADJ-TOT-CRN        PIC 9(8)V99 VALUE 0.
           05 WS-ADJ-TOT-REF        PIC 9(8)V99 VALUE 0.
           05 WS-ADJ-TOT-WOF        PIC 9(8)V99 VALUE 0.
           05 WS-ADJ-MONEY-ED       PIC ZZZ,ZZ9.99.
           05 WS-ADJ-COUNT-ED       PIC ZZZ,ZZ9.
           05 WS-ADJ-LINE           PIC X(132).

       01 WS-REASON-TABLE.
           05 WS-RSN-COUNT PIC 9(2) VALUE 0.
           05 WS-RSN-ENTRY OCCURS 30 TIMES.
               10 WS-RSN-CODE  PIC X(8).
               10 WS-RSN-DESC  PIC X(40).
               10 WS-RSN-TYPES PIC X(12).
               10 WS-RSN-ROWS  PIC 9(6).
               10 WS-RSN-CRN   PIC 9(8)V99.
               10 WS-RSN-REF   PIC 9(8)V99.
               10 WS-RSN-WOF   PIC 9(8)V99.

       01 WS-ADJ-READER-TABLE.
           05 WS-ADJ-RDR-COUNT PIC 9(2) VALUE 0.
           05 WS-ADJ-RDR-ENTRY OCCURS 20 TIMES.
               10 WS-ADJ-RDR-ID   PIC X(8).
               10 WS-ADJ-RDR-ROWS PIC 9(6).
               10 WS-ADJ-RDR-CRN  PIC 9(8)V99.
               10 WS-ADJ-RDR-REF  PIC 9(8)V99.
               10 WS-ADJ-RDR-WOF  PIC 9(8)V99.

       PROCEDURE DIVISION.
           PERFORM LOAD-DECK-CATALOG
           PERFORM LOAD-SPREAD-CATALOG
           PERFORM SEED-RANDOM-DRAW
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM (FUNCTION UPPER-CASE
               (WS-COMMAND-LINE)) TO WS-COMMAND-UPPER
                   PERFORM RUN-CLIENT-MIGRATION
               WHEN "MIGRATEAPPT"
                   PERFORM RUN-APPT-MIGRATION
               WHEN "MIGRATEMASTER"
                   PERFORM RUN-MASTER-MIGRATION
               WHEN "AGING"
                   PERFORM RUN-AGING-REPORT
               WHEN "VOUCHERS"
                   PERFORM RUN-CLIENT-IMPORT
               WHEN "BACKOUT"
                   PERFORM RUN-BACKOUT
               WHEN "ADJUSTMENTS"
                   PERFORM RUN-ADJUSTMENT-JOURNAL
               WHEN "NOSHOW"
                   PERFORM BATCH-SIGN-ON
                   PERFORM RUN-NOSHOW-SWEEP
               WHEN "RUNSHEET"
                   PERFORM RUN-READER-RUNSHEET
               WHEN "TILLCLOSE"
                   PERFORM READER-SIGN-ON
                   PERFORM RUN-TILL-CLOSE
               WHEN "GLEXPORT"
                   PERFORM RUN-GL-EXPORT
               WHEN "INTEGRITY"
                   PERFORM RUN-INTEGRITY-SWEEP
               WHEN "DUPES"
                   PERFORM RUN-DUPLICATE-REPORT
               WHEN "REBUILDBAL"
                   PERFORM RUN-BALANCE-REBUILD
               WHEN "FAIRNESS"
                   PERFORM RUN-FAIRNESS-AUDIT
               WHEN "COUPLES"
                   PERFORM RUN-COUPLES-REPORT
               WHEN OTHER
                   PERFORM READER-SIGN-ON
                   PERFORM MENU-LOOP UNTIL WS-QUIT = "Y"
           DISPLAY "14) Post a client payment"
           DISPLAY "15) Sell a package or gift certificate"
           DISPLAY "16) Choose a spread from the catalog"
           DISPLAY "17) Post a credit note, refund or write-off"
           DISPLAY "18) Merge a duplicate client"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE.

                   PERFORM SELL-VOUCHER
               WHEN "16"
                   PERFORM CHOOSE-CATALOG-SPREAD
               WHEN "17"
                   PERFORM POST-LEDGER-ADJUSTMENT
               WHEN "18"
                   PERFORM MERGE-CLIENT
               WHEN OTHER
                   DISPLAY "Invalid option. Use numbers 1 through "
                       "18."
           END-EVALUATE.

       LOAD-DECK-CATALOG.
               MOVE "Y" TO WS-ALREADY-DRAWN
           END-IF.

       SEED-RANDOM-DRAW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (9:8) TO WS-DRAW-SEED
           COMPUTE WS-DRAW-FIRST = FUNCTION RANDOM (WS-DRAW-SEED).

       PICK-RANDOM-CARD.
           ADD 1 TO WS-PICK-RETRY
           COMPUTE WS-RANDOM = FUNCTION RANDOM * WS-CARD-COUNT + 1
           PERFORM SELECT-DECK-FOR-READING
           PERFORM RESET-DRAWN-CARDS
           PERFORM PROMPT-CLIENT-ID
           PERFORM PROMPT-PARTNER-ID
           PERFORM SEED-SUMMARY-DECK
           PERFORM OFFER-VOUCHER-REDEMPTION

               UNTIL WS-READING-COUNT > WS-CAT-CARDS (WS-CAT-IX)

           PERFORM READING-SYNTHESIS
           PERFORM RELATIONSHIP-COMPATIBILITY
           PERFORM SAVE-CLIENT-ENTRY
           PERFORM WRITE-CERTIFICATE
           MOVE "N" TO WS-NOTES-OFFER
           MOVE SPACES TO WS-CPL-PARTNER-ID
           MOVE SPACES TO WS-CPL-PARTNER-NAME
           MOVE SPACES TO WS-CPL-PARTNER-ZODIAC
           MOVE "N" TO WS-CPL-SHOWN

           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
                       "blank for anonymous."
               ELSE
                   IF CM-STATUS NOT = "A"
                       PERFORM SHOW-INACTIVE-CLIENT
                   ELSE
                       DISPLAY "Client: " FUNCTION TRIM (CM-NAME)
                       DISPLAY "Is this the right client (Y/N)? "
               END-IF
           END-IF.

       PROMPT-PARTNER-ID.
           MOVE SPACES TO WS-CPL-PARTNER-ID
           MOVE SPACES TO WS-CPL-PARTNER-NAME
           MOVE SPACES TO WS-CPL-PARTNER-ZODIAC
           MOVE "N" TO WS-CPL-RELATIONSHIP
           PERFORM CHECK-PARTNER-POSITION
               VARYING WS-CPL-I FROM 1 BY 1
                   UNTIL WS-CPL-I > WS-CAT-CARDS (WS-CAT-IX)
           IF WS-CPL-RELATIONSHIP = "Y"
               IF WS-CLIENT-ID = SPACES
                   DISPLAY "Anonymous readings are not shared with "
                       "a partner's history."
               ELSE
                   MOVE "N" TO WS-CPL-PROMPT-DONE
                   PERFORM PROMPT-PARTNER-ID-ATTEMPT
                       UNTIL WS-CPL-PROMPT-DONE = "Y"
               END-IF
           END-IF.

       CHECK-PARTNER-POSITION.
           IF FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-CAT-LABEL (WS-CAT-IX, WS-CPL-I)))
                   = "YOUR PARTNER"
               MOVE "Y" TO WS-CPL-RELATIONSHIP
           END-IF.

       PROMPT-PARTNER-ID-ATTEMPT.
           DISPLAY " "
           DISPLAY "Enter the partner's client ID (or leave blank "
               "if they are not on file): "
           ACCEPT WS-MASTER-ID-INPUT
           IF WS-MASTER-ID-INPUT = SPACES
               MOVE "Y" TO WS-CPL-PROMPT-DONE
           ELSE
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-MASTER-ID-INPUT))
                   TO WS-MASTER-ID-INPUT
               IF WS-MASTER-ID-INPUT = WS-CLIENT-ID
                   DISPLAY "The partner must be a different client."
               ELSE
                   PERFORM READ-CLIENT-MASTER
                   IF WS-MASTER-FOUND = "N"
                       DISPLAY "No client on file with ID "
                           FUNCTION TRIM (WS-MASTER-ID-INPUT)
                           ". Add them from the menu first, or "
                           "leave blank."
                   ELSE
                       IF CM-STATUS NOT = "A"
                           PERFORM SHOW-INACTIVE-CLIENT
                       ELSE
                           DISPLAY "Partner: " FUNCTION TRIM (CM-NAME)
                           DISPLAY "Is this the right client (Y/N)? "
                           ACCEPT WS-MASTER-CONFIRM
                           IF FUNCTION UPPER-CASE (WS-MASTER-CONFIRM)
                                   = "Y"
                               MOVE CM-CLIENT-ID TO WS-CPL-PARTNER-ID
                               MOVE CM-NAME TO WS-CPL-PARTNER-NAME
                               MOVE CM-ZODIAC
                                   TO WS-CPL-PARTNER-ZODIAC
                               MOVE "Y" TO WS-CPL-PROMPT-DONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SHOW-INACTIVE-CLIENT.
           IF CM-MERGED-INTO NOT = SPACES
               DISPLAY "Client ID " FUNCTION TRIM (CM-CLIENT-ID)
                   " was merged into "
                   FUNCTION TRIM (CM-MERGED-INTO) "; use that ID."
           ELSE
               DISPLAY "Client "
                   FUNCTION TRIM (CM-NAME)
                   " is inactive. Reactivate them from the "
                   "update screen first."
           END-IF.

       READ-CLIENT-MASTER.
           MOVE "N" TO WS-MASTER-FOUND
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               DISPLAY "No clients are on file yet."
           ELSE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               PERFORM WARN-CLIENT-MASTER-LAYOUT
           ELSE
               MOVE WS-MASTER-ID-INPUT TO CM-CLIENT-ID
               READ CLIENT-MASTER-FILE
                       MOVE "Y" TO WS-MASTER-FOUND
               END-READ
               CLOSE CLIENT-MASTER-FILE
           END-IF
           END-IF.

       OPEN-CLIENT-MASTER-IO.
               OPEN OUTPUT CLIENT-MASTER-FILE
               CLOSE CLIENT-MASTER-FILE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               PERFORM WARN-CLIENT-MASTER-LAYOUT
           END-IF.

       WARN-CLIENT-MASTER-LAYOUT.
           DISPLAY "WARNING: could not open the client master "
               "(status " WS-MASTER-FILE-STATUS "). If the file "
               "predates the merged-client layout, run the "
               "MIGRATEMASTER command once.".

       ADD-CLIENT.
           DISPLAY " "
           DISPLAY "Add a client"
           DISPLAY "Date of birth (YYYY-MM-DD, or blank): "
           ACCEPT CM-BIRTH-DATE
           MOVE "A" TO CM-STATUS
           MOVE SPACES TO CM-MERGED-INTO

           PERFORM OPEN-CLIENT-MASTER-IO
           WRITE CLIENT-MASTER-RECORD
               MOVE WS-MASTER-TEXT-INPUT TO CM-BIRTH-DATE
           END-IF
           IF CM-STATUS NOT = "A"
               IF CM-MERGED-INTO NOT = SPACES
                   DISPLAY "Client was merged into "
                       FUNCTION TRIM (CM-MERGED-INTO)
                       " and stays inactive."
               ELSE
                   DISPLAY "Client is inactive. Reactivate (Y/N)? "
                   ACCEPT WS-MASTER-CONFIRM
                   IF FUNCTION UPPER-CASE (WS-MASTER-CONFIRM) = "Y"
                       MOVE "A" TO CM-STATUS
                   END-IF
               END-IF
           END-IF

           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       MERGE-CLIENT.
           DISPLAY " "
           DISPLAY "Merge a duplicate client"
           DISPLAY "-------------------"
           DISPLAY "Duplicate client ID to merge away: "
           ACCEPT WS-MASTER-ID-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-MASTER-ID-INPUT))
               TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           IF WS-MASTER-FOUND = "N"
               DISPLAY "No client on file with ID "
                   FUNCTION TRIM (WS-MASTER-ID-INPUT) "."
           ELSE
           IF CM-MERGED-INTO NOT = SPACES
               DISPLAY "Client ID " FUNCTION TRIM (CM-CLIENT-ID)
                   " was already merged into "
                   FUNCTION TRIM (CM-MERGED-INTO) "."
           ELSE
               MOVE CM-CLIENT-ID TO WS-MRG-LOSER
               DISPLAY "Duplicate: " FUNCTION TRIM (CM-NAME)
                   "  born " CM-BIRTH-DATE
                   "  " FUNCTION TRIM (CM-ZODIAC)
               PERFORM MERGE-CLIENT-SURVIVOR
           END-IF
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       MERGE-CLIENT-SURVIVOR.
           DISPLAY "Client ID to keep: "
           ACCEPT WS-MASTER-ID-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-MASTER-ID-INPUT))
               TO WS-MASTER-ID-INPUT
           IF WS-MASTER-ID-INPUT = WS-MRG-LOSER
               DISPLAY "A client cannot be merged into itself."
           ELSE
               PERFORM READ-CLIENT-MASTER
               IF WS-MASTER-FOUND = "N"
                   DISPLAY "No client on file with ID "
                       FUNCTION TRIM (WS-MASTER-ID-INPUT) "."
               ELSE
               IF CM-STATUS NOT = "A"
                   PERFORM SHOW-INACTIVE-CLIENT
               ELSE
                   MOVE CM-CLIENT-ID TO WS-MRG-SURVIVOR
                   DISPLAY "Keep:      " FUNCTION TRIM (CM-NAME)
                       "  born " CM-BIRTH-DATE
                       "  " FUNCTION TRIM (CM-ZODIAC)
                   DISPLAY "Move all history, notes, appointments, "
                       "vouchers and ledger rows from "
                       FUNCTION TRIM (WS-MRG-LOSER) " to "
                       FUNCTION TRIM (WS-MRG-SURVIVOR) " (Y/N)? "
                   ACCEPT WS-MASTER-CONFIRM
                   IF FUNCTION UPPER-CASE (WS-MASTER-CONFIRM) = "Y"
                       PERFORM RUN-CLIENT-MERGE
                   ELSE
                       DISPLAY "Merge cancelled; nothing was moved."
                   END-IF
               END-IF
               END-IF
           END-IF.

       RUN-CLIENT-MERGE.
           MOVE FUNCTION CURRENT-DATE TO WS-MRG-STAMP
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-MRG-LOSER))
               TO WS-MRG-LOSER-LEN
           MOVE 0 TO WS-MRG-READINGS
           MOVE 0 TO WS-MRG-RETIMED
           MOVE 0 TO WS-MRG-NOTES
           MOVE 0 TO WS-MRG-APPTS
           MOVE 0 TO WS-MRG-CONFLICTS
           MOVE 0 TO WS-MRG-VOUCHERS
           MOVE 0 TO WS-MRG-REDEMPTIONS
           MOVE 0 TO WS-MRG-LEDGER
           MOVE 0 TO WS-MRG-ARCHIVED
           MOVE 0 TO WS-MRG-LOG-LINES
           MOVE 0 TO WS-MRG-LEFT
           MOVE 0 TO WS-MRT-COUNT
           OPEN EXTEND MERGE-AUDIT-FILE
           IF WS-MRG-AUDIT-STATUS = "35"
               OPEN OUTPUT MERGE-AUDIT-FILE
           END-IF
           MOVE "MASTER" TO WS-MRG-FILE
           MOVE WS-MRG-LOSER TO WS-MRG-FROM
           MOVE WS-MRG-SURVIVOR TO WS-MRG-TO
           MOVE "START" TO WS-MRG-ACTION
           PERFORM WRITE-MERGE-AUDIT
           PERFORM MERGE-CLIENT-READINGS
           PERFORM MERGE-READING-NOTES
           PERFORM MERGE-APPOINTMENTS
           PERFORM MERGE-VOUCHERS
           PERFORM MERGE-REDEMPTIONS
           PERFORM MERGE-LEDGER-ROWS
           IF WS-MRG-LEDGER > 0
               PERFORM BUILD-CLIENT-BALANCE-FILE
           END-IF
           PERFORM MERGE-CLIENT-ARCHIVE
           PERFORM MERGE-READING-LOGS
           PERFORM RETIRE-MERGED-CLIENT
           CLOSE MERGE-AUDIT-FILE
           PERFORM SHOW-MERGE-SUMMARY.

       MERGE-CLIENT-READINGS.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           OPEN I-O CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               MOVE WS-MRG-LOSER TO CR-CLIENT-ID
               MOVE SPACES TO CR-TIMESTAMP
               START CLIENT-READING-FILE KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MRG-EOF
               END-START
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           IF CR-CLIENT-ID = WS-MRG-LOSER
                               MOVE CLIENT-READING-RECORD
                                   TO MERGE-WORK-RECORD
                               WRITE MERGE-WORK-RECORD
                               ADD 1 TO WS-MRG-ROWS
                           ELSE
                               MOVE "Y" TO WS-MRG-EOF
                           END-IF
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MRG-EOF
                   END-IF
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               PERFORM MOVE-MERGED-READING
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK-FILE
               END-IF
               CLOSE CLIENT-READING-FILE
           ELSE
           IF WS-CLIENT-FILE-STATUS NOT = "35"
               DISPLAY "WARNING: could not open the client reading "
                   "history (status " WS-CLIENT-FILE-STATUS "); "
                   "readings were not moved."
           END-IF
           END-IF.

       MOVE-MERGED-READING.
           MOVE MERGE-WORK-RECORD TO CLIENT-READING-RECORD
           MOVE CR-TIMESTAMP TO WS-MRG-OLD-TS
           MOVE WS-MRG-SURVIVOR TO CR-CLIENT-ID
           MOVE 0 TO WS-MRG-RETRY
           MOVE "N" TO WS-MRG-WRITE-OK
           PERFORM WRITE-MERGED-READING
               UNTIL WS-MRG-WRITE-OK = "Y"
                   OR WS-MRG-RETRY > 99
           MOVE "READING" TO WS-MRG-FILE
           MOVE WS-MRG-OLD-TS TO WS-MRG-FROM
           IF WS-MRG-WRITE-OK = "N"
               MOVE SPACES TO WS-MRG-TO
               MOVE "LEFT" TO WS-MRG-ACTION
               ADD 1 TO WS-MRG-LEFT
               DISPLAY "WARNING: reading " WS-MRG-OLD-TS
                   " could not be moved and was left under "
                   FUNCTION TRIM (WS-MRG-LOSER) "."
           ELSE
               MOVE CR-TIMESTAMP TO WS-MRG-TO
               IF CR-TIMESTAMP = WS-MRG-OLD-TS
                   MOVE "MOVED" TO WS-MRG-ACTION
               ELSE
                   MOVE "RETIMED" TO WS-MRG-ACTION
                   ADD 1 TO WS-MRG-RETIMED
                   IF WS-MRT-COUNT < 200
                       ADD 1 TO WS-MRT-COUNT
                       MOVE WS-MRG-OLD-TS
                           TO WS-MRT-OLD-TS (WS-MRT-COUNT)
                       MOVE CR-TIMESTAMP
                           TO WS-MRT-NEW-TS (WS-MRT-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-MRG-READINGS
               MOVE WS-MRG-LOSER TO CR-CLIENT-ID
               MOVE WS-MRG-OLD-TS TO CR-TIMESTAMP
               DELETE CLIENT-READING-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: the original reading "
                           WS-MRG-OLD-TS " could not be removed "
                           "from " FUNCTION TRIM (WS-MRG-LOSER) "."
               END-DELETE
           END-IF
           PERFORM WRITE-MERGE-AUDIT.

       WRITE-MERGED-READING.
           WRITE CLIENT-READING-RECORD
               INVALID KEY
                   ADD 1 TO WS-MRG-RETRY
                   MOVE WS-MRG-RETRY TO CR-TIMESTAMP (19:3)
               NOT INVALID KEY
                   MOVE "Y" TO WS-MRG-WRITE-OK
           END-WRITE.

       FIND-MERGE-RETIME.
           MOVE WS-MRG-OLD-TS TO WS-MRG-NEW-TS
           PERFORM FIND-MERGE-RETIME-ROW
               VARYING WS-MRG-I FROM 1 BY 1
                   UNTIL WS-MRG-I > WS-MRT-COUNT.

       FIND-MERGE-RETIME-ROW.
           IF WS-MRT-OLD-TS (WS-MRG-I) = WS-MRG-OLD-TS
               MOVE WS-MRT-NEW-TS (WS-MRG-I) TO WS-MRG-NEW-TS
           END-IF.

       MERGE-READING-NOTES.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           OPEN I-O READING-NOTES-FILE
           IF WS-NOTES-FILE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               MOVE WS-MRG-LOSER TO NOTE-CLIENT-ID
               MOVE SPACES TO NOTE-TIMESTAMP
               START READING-NOTES-FILE KEY NOT < NOTE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MRG-EOF
               END-START
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ READING-NOTES-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           IF NOTE-CLIENT-ID = WS-MRG-LOSER
                               MOVE READING-NOTE-RECORD
                                   TO MERGE-WORK-RECORD
                               WRITE MERGE-WORK-RECORD
                               ADD 1 TO WS-MRG-ROWS
                           ELSE
                               MOVE "Y" TO WS-MRG-EOF
                           END-IF
                   END-READ
                   IF WS-NOTES-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MRG-EOF
                   END-IF
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               PERFORM MOVE-MERGED-NOTE
                       END-READ
                   END-PERFORM
                   CLOSE MERGE-WORK-FILE
               END-IF
               CLOSE READING-NOTES-FILE
           END-IF.

       MOVE-MERGED-NOTE.
           MOVE MERGE-WORK-RECORD TO READING-NOTE-RECORD
           MOVE NOTE-TIMESTAMP TO WS-MRG-OLD-TS
           PERFORM FIND-MERGE-RETIME
           MOVE WS-MRG-SURVIVOR TO NOTE-CLIENT-ID
           MOVE WS-MRG-NEW-TS TO NOTE-TIMESTAMP
           MOVE 0 TO WS-MRG-RETRY
           MOVE "N" TO WS-MRG-WRITE-OK
           PERFORM WRITE-MERGED-NOTE
               UNTIL WS-MRG-WRITE-OK = "Y"
                   OR WS-MRG-RETRY > 99
           MOVE "NOTE" TO WS-MRG-FILE
           MOVE WS-MRG-OLD-TS TO WS-MRG-FROM
           IF WS-MRG-WRITE-OK = "N"
               MOVE SPACES TO WS-MRG-TO
               MOVE "LEFT" TO WS-MRG-ACTION
               ADD 1 TO WS-MRG-LEFT
               DISPLAY "WARNING: note " WS-MRG-OLD-TS
                   " could not be moved and was left under "
                   FUNCTION TRIM (WS-MRG-LOSER) "."
           ELSE
               MOVE NOTE-TIMESTAMP TO WS-MRG-TO
               IF NOTE-TIMESTAMP = WS-MRG-OLD-TS
                   MOVE "MOVED" TO WS-MRG-ACTION
               ELSE
                   MOVE "RETIMED" TO WS-MRG-ACTION
               END-IF
               ADD 1 TO WS-MRG-NOTES
               MOVE WS-MRG-LOSER TO NOTE-CLIENT-ID
               MOVE WS-MRG-OLD-TS TO NOTE-TIMESTAMP
               DELETE READING-NOTES-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: the original note "
                           WS-MRG-OLD-TS " could not be removed "
                           "from " FUNCTION TRIM (WS-MRG-LOSER) "."
               END-DELETE
           END-IF
           PERFORM WRITE-MERGE-AUDIT.

       WRITE-MERGED-NOTE.
           WRITE READING-NOTE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MRG-RETRY
                   MOVE WS-MRG-RETRY TO NOTE-TIMESTAMP (19:3)
               NOT INVALID KEY
                   MOVE "Y" TO WS-MRG-WRITE-OK
           END-WRITE.

       MERGE-APPOINTMENTS.
           MOVE 0 TO WS-MRA-COUNT
           MOVE "N" TO WS-MRG-EOF
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "00"
               MOVE LOW-VALUES TO APPT-KEY
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MRG-EOF
               END-START
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           IF APPT-CLIENT-ID = WS-MRG-LOSER
                                   AND WS-MRA-COUNT < 200
                               ADD 1 TO WS-MRA-COUNT
                               MOVE APPT-DATE
                                   TO WS-MRA-DATE (WS-MRA-COUNT)
                           END-IF
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MRG-EOF
                   END-IF
               END-PERFORM
               PERFORM MOVE-MERGED-APPOINTMENT
                   VARYING WS-MRG-I FROM 1 BY 1
                       UNTIL WS-MRG-I > WS-MRA-COUNT
               CLOSE APPOINTMENT-FILE
           ELSE
           IF WS-APPT-FILE-STATUS NOT = "35"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "); "
                   "bookings were not moved."
           END-IF
           END-IF.

       MOVE-MERGED-APPOINTMENT.
           MOVE "APPT" TO WS-MRG-FILE
           MOVE WS-MRA-DATE (WS-MRG-I) TO WS-MRG-FROM
           MOVE WS-MRA-DATE (WS-MRG-I) TO WS-MRG-TO
           MOVE "N" TO WS-APPT-CONFLICT
           MOVE WS-MRA-DATE (WS-MRG-I) TO APPT-DATE
           MOVE WS-MRG-SURVIVOR TO APPT-CLIENT-ID
           READ APPOINTMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-APPT-CONFLICT
           END-READ
           IF WS-APPT-CONFLICT = "Y"
               MOVE SPACES TO WS-MRG-TO
               MOVE "CONFLICT" TO WS-MRG-ACTION
               ADD 1 TO WS-MRG-CONFLICTS
               DISPLAY "WARNING: both clients are booked on "
                   WS-MRA-DATE (WS-MRG-I) "; the booking under "
                   FUNCTION TRIM (WS-MRG-LOSER) " was left in "
                   "place. Cancel or rebook it by hand."
           ELSE
               PERFORM MOVE-MERGED-APPOINTMENT-DETAILS
           END-IF
           PERFORM WRITE-MERGE-AUDIT.

       MOVE-MERGED-APPOINTMENT-DETAILS.
           MOVE "LEFT" TO WS-MRG-ACTION
           MOVE WS-MRA-DATE (WS-MRG-I) TO APPT-DATE
           MOVE WS-MRG-LOSER TO APPT-CLIENT-ID
           READ APPOINTMENT-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPT-CONFLICT
           END-READ
           IF WS-APPT-CONFLICT = "N"
               MOVE WS-MRG-SURVIVOR TO APPT-CLIENT-ID
               WRITE APPOINTMENT-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-CONFLICT
               END-WRITE
           END-IF
           IF WS-APPT-CONFLICT = "N"
               MOVE WS-MRG-LOSER TO APPT-CLIENT-ID
               DELETE APPOINTMENT-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: the original booking on "
                           APPT-DATE " could not be removed from "
                           FUNCTION TRIM (WS-MRG-LOSER) "."
               END-DELETE
               MOVE "MOVED" TO WS-MRG-ACTION
               ADD 1 TO WS-MRG-APPTS
           ELSE
               MOVE SPACES TO WS-MRG-TO
               ADD 1 TO WS-MRG-LEFT
               DISPLAY "WARNING: the booking on "
                   WS-MRA-DATE (WS-MRG-I) " could not be moved "
                   "and was left under "
                   FUNCTION TRIM (WS-MRG-LOSER) "."
           END-IF.

       MERGE-VOUCHERS.
           MOVE "N" TO WS-MRG-EOF
           OPEN I-O VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "00"
               MOVE LOW-VALUES TO VCH-NUMBER
               START VOUCHER-FILE KEY NOT < VCH-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-MRG-EOF
               END-START
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ VOUCHER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           IF VCH-CLIENT-ID = WS-MRG-LOSER
                               PERFORM MOVE-MERGED-VOUCHER
                           END-IF
                   END-READ
                   IF WS-VCH-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MRG-EOF
                   END-IF
               END-PERFORM
               CLOSE VOUCHER-FILE
           END-IF.

       MOVE-MERGED-VOUCHER.
           MOVE "VOUCHER" TO WS-MRG-FILE
           MOVE VCH-NUMBER TO WS-MRG-FROM
           MOVE VCH-NUMBER TO WS-MRG-TO
           MOVE WS-MRG-SURVIVOR TO VCH-CLIENT-ID
           REWRITE VOUCHER-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-MRG-TO
                   MOVE "LEFT" TO WS-MRG-ACTION
                   ADD 1 TO WS-MRG-LEFT
                   DISPLAY "WARNING: voucher "
                       FUNCTION TRIM (VCH-NUMBER)
                       " could not be moved."
               NOT INVALID KEY
                   MOVE "MOVED" TO WS-MRG-ACTION
                   ADD 1 TO WS-MRG-VOUCHERS
           END-REWRITE
           PERFORM WRITE-MERGE-AUDIT.

       MERGE-REDEMPTIONS.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           OPEN INPUT REDEMPTION-FILE
           IF WS-RED-FILE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ REDEMPTION-FILE
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           PERFORM MERGE-REDEMPTION-ROW
                   END-READ
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               CLOSE REDEMPTION-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   OPEN OUTPUT REDEMPTION-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               MOVE MERGE-WORK-RECORD
                                   TO REDEMPTION-RECORD
                               WRITE REDEMPTION-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REDEMPTION-FILE
                   CLOSE MERGE-WORK-FILE
                   MOVE WS-MRG-ROWS TO WS-MRG-REDEMPTIONS
                   MOVE "REDEEM" TO WS-MRG-FILE
                   MOVE "redemptions.dat" TO WS-MRG-FROM
                   PERFORM WRITE-MERGE-ROW-COUNT
               END-IF
           END-IF.

       MERGE-REDEMPTION-ROW.
           MOVE REDEMPTION-RECORD TO MERGE-WORK-RECORD
           MOVE SPACES TO WS-RED-CLIENT-FIELD
           MOVE SPACES TO WS-RED-TS-FIELD
           MOVE SPACES TO WS-RED-VCH-FIELD
           UNSTRING REDEMPTION-RECORD
               DELIMITED BY "|"
               INTO WS-RED-CLIENT-FIELD
                    WS-RED-TS-FIELD
                    WS-RED-VCH-FIELD
           IF WS-RED-CLIENT-FIELD = WS-MRG-LOSER
               MOVE WS-RED-TS-FIELD TO WS-MRG-OLD-TS
               PERFORM FIND-MERGE-RETIME
               MOVE SPACES TO MERGE-WORK-RECORD
               STRING FUNCTION TRIM (WS-MRG-SURVIVOR) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-MRG-NEW-TS DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM (WS-RED-VCH-FIELD)
                          DELIMITED SIZE
                      INTO MERGE-WORK-RECORD
               ADD 1 TO WS-MRG-ROWS
           END-IF
           WRITE MERGE-WORK-RECORD.

       MERGE-LEDGER-ROWS.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           MOVE LEDGER-RECORD TO WS-MRG-LINE
                           PERFORM MERGE-FIRST-FIELD
                   END-READ
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               CLOSE LEDGER-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   OPEN OUTPUT LEDGER-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               MOVE MERGE-WORK-RECORD
                                   TO LEDGER-RECORD
                               WRITE LEDGER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
                   CLOSE MERGE-WORK-FILE
                   MOVE WS-MRG-ROWS TO WS-MRG-LEDGER
                   MOVE "LEDGER" TO WS-MRG-FILE
                   MOVE "ledger.dat" TO WS-MRG-FROM
                   PERFORM WRITE-MERGE-ROW-COUNT
               END-IF
           END-IF.

       MERGE-CLIENT-ARCHIVE.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           OPEN INPUT CLIENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ CLIENT-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           MOVE CLIENT-ARCHIVE-RECORD TO WS-MRG-LINE
                           PERFORM MERGE-FIRST-FIELD
                   END-READ
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               CLOSE CLIENT-ARCHIVE-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   OPEN OUTPUT CLIENT-ARCHIVE-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               MOVE MERGE-WORK-RECORD
                                   TO CLIENT-ARCHIVE-RECORD
                               WRITE CLIENT-ARCHIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CLIENT-ARCHIVE-FILE
                   CLOSE MERGE-WORK-FILE
                   MOVE WS-MRG-ROWS TO WS-MRG-ARCHIVED
                   MOVE "ARCHIVE" TO WS-MRG-FILE
                   MOVE "client-reading-archive.dat" TO WS-MRG-FROM
                   PERFORM WRITE-MERGE-ROW-COUNT
               END-IF
           END-IF.

       MERGE-FIRST-FIELD.
           MOVE WS-MRG-LINE TO MERGE-WORK-RECORD
           MOVE SPACES TO WS-MRG-FIELD
           MOVE 1 TO WS-MRG-POS
           UNSTRING WS-MRG-LINE
               DELIMITED BY "|"
               INTO WS-MRG-FIELD
               WITH POINTER WS-MRG-POS
           IF WS-MRG-FIELD = WS-MRG-LOSER
                   AND WS-MRG-POS < 500
               MOVE SPACES TO MERGE-WORK-RECORD
               STRING FUNCTION TRIM (WS-MRG-SURVIVOR) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-MRG-LINE (WS-MRG-POS:) DELIMITED SIZE
                      INTO MERGE-WORK-RECORD
               ADD 1 TO WS-MRG-ROWS
           END-IF
           WRITE MERGE-WORK-RECORD.

       MERGE-READING-LOGS.
           MOVE SPACES TO WS-MRG-PATTERN
           STRING " | client=" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-LOSER) DELIMITED SIZE
                  " | " DELIMITED SIZE
                  INTO WS-MRG-PATTERN
           COMPUTE WS-MRG-PAT-LEN = WS-MRG-LOSER-LEN + 13
           PERFORM MERGE-LIVE-LOG
           MOVE SPACES TO WS-CLOSE-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           PERFORM MERGE-ONE-LOG-ARCHIVE
               VARYING WS-ME-LINE-I FROM 1 BY 1
                   UNTIL WS-ME-LINE-I > WS-CLOSED-COUNT.

       MERGE-LIVE-LOG.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ READING-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           MOVE READING-LOG-RECORD TO WS-MRG-LINE
                           PERFORM MERGE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               CLOSE READING-LOG-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   OPEN OUTPUT READING-LOG-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               MOVE MERGE-WORK-RECORD
                                   TO READING-LOG-RECORD
                               WRITE READING-LOG-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE READING-LOG-FILE
                   CLOSE MERGE-WORK-FILE
                   ADD WS-MRG-ROWS TO WS-MRG-LOG-LINES
                   MOVE "LOG" TO WS-MRG-FILE
                   MOVE "reading-log.dat" TO WS-MRG-FROM
                   PERFORM WRITE-MERGE-ROW-COUNT
               END-IF
           END-IF.

       MERGE-ONE-LOG-ARCHIVE.
           MOVE 0 TO WS-MRG-ROWS
           MOVE "N" TO WS-MRG-EOF
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "reading-log-" DELIMITED SIZE
                  WS-CLOSED-ENTRY (WS-ME-LINE-I) DELIMITED SIZE
                  ".dat" DELIMITED SIZE
                  INTO WS-ARCHIVE-NAME
           OPEN INPUT LOG-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               OPEN OUTPUT MERGE-WORK-FILE
               PERFORM UNTIL WS-MRG-EOF = "Y"
                   READ LOG-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-MRG-EOF
                       NOT AT END
                           MOVE LOG-ARCHIVE-RECORD TO WS-MRG-LINE
                           PERFORM MERGE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE MERGE-WORK-FILE
               CLOSE LOG-ARCHIVE-FILE
               IF WS-MRG-ROWS > 0
                   MOVE "N" TO WS-MRG-EOF
                   OPEN INPUT MERGE-WORK-FILE
                   OPEN OUTPUT LOG-ARCHIVE-FILE
                   PERFORM UNTIL WS-MRG-EOF = "Y"
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-MRG-EOF
                           NOT AT END
                               MOVE MERGE-WORK-RECORD
                                   TO LOG-ARCHIVE-RECORD
                               WRITE LOG-ARCHIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LOG-ARCHIVE-FILE
                   CLOSE MERGE-WORK-FILE
                   ADD WS-MRG-ROWS TO WS-MRG-LOG-LINES
                   MOVE "LOG" TO WS-MRG-FILE
                   MOVE WS-ARCHIVE-NAME TO WS-MRG-FROM
                   PERFORM WRITE-MERGE-ROW-COUNT
               END-IF
           END-IF.

       MERGE-LOG-LINE.
           MOVE WS-MRG-LINE TO MERGE-WORK-RECORD
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-MRG-LINE
               TRAILING)) TO WS-MRG-LEN
           MOVE " | " TO WS-MRG-LINE (WS-MRG-LEN + 1:3)
           MOVE 0 TO WS-MRG-POS
           INSPECT WS-MRG-LINE TALLYING WS-MRG-POS
               FOR CHARACTERS
               BEFORE INITIAL WS-MRG-PATTERN (1:WS-MRG-PAT-LEN)
           IF WS-MRG-POS > 0 AND WS-MRG-POS < WS-MRG-LEN
               COMPUTE WS-MRG-REST = WS-MRG-LEN - WS-MRG-POS
                   - WS-MRG-LOSER-LEN - 10
               MOVE SPACES TO MERGE-WORK-RECORD
               IF WS-MRG-REST > 0
                   STRING WS-MRG-LINE (1:WS-MRG-POS) DELIMITED SIZE
                          " | client=" DELIMITED SIZE
                          FUNCTION TRIM (WS-MRG-SURVIVOR)
                              DELIMITED SIZE
                          WS-MRG-LINE (WS-MRG-POS + WS-MRG-LOSER-LEN
                              + 11:WS-MRG-REST) DELIMITED SIZE
                          INTO MERGE-WORK-RECORD
               ELSE
                   STRING WS-MRG-LINE (1:WS-MRG-POS) DELIMITED SIZE
                          " | client=" DELIMITED SIZE
                          FUNCTION TRIM (WS-MRG-SURVIVOR)
                              DELIMITED SIZE
                          INTO MERGE-WORK-RECORD
               END-IF
               ADD 1 TO WS-MRG-ROWS
           END-IF
           WRITE MERGE-WORK-RECORD.

       RETIRE-MERGED-CLIENT.
           MOVE "MASTER" TO WS-MRG-FILE
           MOVE WS-MRG-LOSER TO WS-MRG-FROM
           MOVE WS-MRG-SURVIVOR TO WS-MRG-TO
           MOVE "LEFT" TO WS-MRG-ACTION
           OPEN I-O CLIENT-MASTER-FILE
           MOVE WS-MRG-LOSER TO CM-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "I" TO CM-STATUS
                   MOVE WS-MRG-SURVIVOR TO CM-MERGED-INTO
                   REWRITE CLIENT-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "MERGED" TO WS-MRG-ACTION
                   END-REWRITE
           END-READ
           CLOSE CLIENT-MASTER-FILE
           IF WS-MRG-ACTION NOT = "MERGED"
               DISPLAY "WARNING: could not deactivate client "
                   FUNCTION TRIM (WS-MRG-LOSER) "; update the "
                   "master record by hand."
           END-IF
           PERFORM WRITE-MERGE-AUDIT.

       WRITE-MERGE-ROW-COUNT.
           MOVE WS-MRG-ROWS TO WS-MRG-COUNT-ED
           MOVE FUNCTION TRIM (WS-MRG-COUNT-ED) TO WS-MRG-TO
           MOVE "ROWS" TO WS-MRG-ACTION
           PERFORM WRITE-MERGE-AUDIT.

       WRITE-MERGE-AUDIT.
           MOVE SPACES TO WS-MRG-AUDIT-LINE
           STRING WS-MRG-STAMP (1:14) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-READER-ID) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-LOSER) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-SURVIVOR) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-FILE) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-FROM) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-TO) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-MRG-ACTION) DELIMITED SIZE
                  INTO WS-MRG-AUDIT-LINE
           MOVE WS-MRG-AUDIT-LINE TO MERGE-AUDIT-RECORD
           WRITE MERGE-AUDIT-RECORD.

       SHOW-MERGE-SUMMARY.
           DISPLAY "Merge of " FUNCTION TRIM (WS-MRG-LOSER)
               " into " FUNCTION TRIM (WS-MRG-SURVIVOR) " complete."
           MOVE WS-MRG-READINGS TO WS-MRG-COUNT-ED
           DISPLAY "  Readings moved:       " WS-MRG-COUNT-ED
           MOVE WS-MRG-RETIMED TO WS-MRG-COUNT-ED
           DISPLAY "    re-stamped (clash): " WS-MRG-COUNT-ED
           MOVE WS-MRG-NOTES TO WS-MRG-COUNT-ED
           DISPLAY "  Notes moved:          " WS-MRG-COUNT-ED
           MOVE WS-MRG-APPTS TO WS-MRG-COUNT-ED
           DISPLAY "  Appointments moved:   " WS-MRG-COUNT-ED
           MOVE WS-MRG-VOUCHERS TO WS-MRG-COUNT-ED
           DISPLAY "  Vouchers moved:       " WS-MRG-COUNT-ED
           MOVE WS-MRG-REDEMPTIONS TO WS-MRG-COUNT-ED
           DISPLAY "  Redemptions moved:    " WS-MRG-COUNT-ED
           MOVE WS-MRG-LEDGER TO WS-MRG-COUNT-ED
           DISPLAY "  Ledger rows moved:    " WS-MRG-COUNT-ED
           MOVE WS-MRG-ARCHIVED TO WS-MRG-COUNT-ED
           DISPLAY "  Archived readings:    " WS-MRG-COUNT-ED
           MOVE WS-MRG-LOG-LINES TO WS-MRG-COUNT-ED
           DISPLAY "  Reading log lines:    " WS-MRG-COUNT-ED
           IF WS-MRG-CONFLICTS > 0 OR WS-MRG-LEFT > 0
               COMPUTE WS-MRG-ROWS = WS-MRG-CONFLICTS + WS-MRG-LEFT
               MOVE WS-MRG-ROWS TO WS-MRG-COUNT-ED
               DISPLAY "  Left under the old ID:" WS-MRG-COUNT-ED
                   " (see the warnings above)"
           END-IF
           DISPLAY "Every move is recorded in merge-audit.dat.".

       SAVE-CLIENT-ENTRY.
           IF WS-CLIENT-ID NOT = SPACES
               MOVE WS-CLIENT-ID TO CR-CLIENT-ID
               MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
               MOVE WS-LOG-MENU-OPTION TO CR-READING-TYPE
               MOVE WS-CLIENT-SUMMARY TO CR-SUMMARY
               MOVE WS-READER-ID TO CR-READER-ID

               OPEN I-O CLIENT-READING-FILE
               IF WS-CLIENT-FILE-STATUS = "35"
                   OPEN OUTPUT CLIENT-READING-FILE
                   CLOSE CLIENT-READING-FILE
                   OPEN I-O CLIENT-READING-FILE
               END-IF

               IF WS-CLIENT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: could not open the client "
                       "reading history (status "
                       WS-CLIENT-FILE-STATUS "); the reading for "
                       FUNCTION TRIM (WS-CLIENT-ID)
                       " was not saved. If the file predates the "
                       "reader-stamp layout, run the MIGRATE "
                       "command once."
               ELSE
                   MOVE 0 TO WS-CLIENT-RETRY
                   MOVE "N" TO WS-CLIENT-WRITE-OK
                   PERFORM WRITE-CLIENT-RECORD
                       UNTIL WS-CLIENT-WRITE-OK = "Y"
                           OR WS-CLIENT-RETRY > 99

                   IF WS-CLIENT-WRITE-OK = "N"
                       DISPLAY "WARNING: could not save reading "
                           "history for "
                           FUNCTION TRIM (WS-CLIENT-ID)
                           " (last status "
                           WS-CLIENT-FILE-STATUS ")."
                   ELSE
                       IF WS-CPL-PARTNER-ID NOT = SPACES
                           PERFORM SAVE-PARTNER-ENTRY
                       END-IF
                       PERFORM COMMIT-VOUCHER-REDEMPTION
                       IF WS-NOTES-OFFER = "Y"
                           PERFORM CAPTURE-READING-NOTES
                       END-IF
                   END-IF

                   CLOSE CLIENT-READING-FILE
               END-IF

               MOVE SPACES TO WS-CLIENT-ID
           END-IF.

       WRITE-CLIENT-RECORD.
           WRITE CLIENT-READING-RECORD
               INVALID KEY
                   ADD 1 TO WS-CLIENT-RETRY
                   MOVE WS-CLIENT-RETRY TO CR-TIMESTAMP (19:3)
               NOT INVALID KEY
                   IF WS-CLIENT-FILE-STATUS = "00"
                           OR WS-CLIENT-FILE-STATUS = "02"
                       MOVE "Y" TO WS-CLIENT-WRITE-OK
                   ELSE
                       ADD 1 TO WS-CLIENT-RETRY
                   END-IF
           END-WRITE.

       SAVE-PARTNER-ENTRY.
           MOVE CR-TIMESTAMP TO WS-CPL-BOOKER-TS
           MOVE CR-SUMMARY TO WS-CPL-SUMMARY
           MOVE WS-CPL-PARTNER-ID TO CR-CLIENT-ID
           COMPUTE WS-CPL-TAG-LEN = 34
               + FUNCTION LENGTH (FUNCTION TRIM (WS-CLIENT-ID))
           PERFORM FIT-PARTNER-SUMMARY
           MOVE SPACES TO CR-SUMMARY
           STRING FUNCTION TRIM (WS-CPL-SUMMARY) DELIMITED SIZE
                  " BookedBy=" DELIMITED SIZE
                  FUNCTION TRIM (WS-CLIENT-ID) DELIMITED SIZE
                  "@" DELIMITED SIZE
                  WS-CPL-BOOKER-TS DELIMITED SIZE
                  "; " DELIMITED SIZE
                  INTO CR-SUMMARY
               ON OVERFLOW
                   DISPLAY "WARNING: the partner link for "
                       FUNCTION TRIM (WS-CPL-PARTNER-ID)
                       " did not fit in the reading summary."
           END-STRING
           MOVE 0 TO WS-CLIENT-RETRY
           MOVE "N" TO WS-CLIENT-WRITE-OK
           PERFORM WRITE-CLIENT-RECORD
               UNTIL WS-CLIENT-WRITE-OK = "Y"
                   OR WS-CLIENT-RETRY > 99
           MOVE CR-TIMESTAMP TO WS-CPL-PARTNER-TS
           MOVE WS-CLIENT-ID TO CR-CLIENT-ID
           MOVE WS-CPL-BOOKER-TS TO CR-TIMESTAMP
           MOVE WS-CPL-SUMMARY TO CR-SUMMARY
           IF WS-CLIENT-WRITE-OK = "N"
               DISPLAY "WARNING: could not save the reading to the "
                   "history of " FUNCTION TRIM (WS-CPL-PARTNER-ID)
                   " (last status " WS-CLIENT-FILE-STATUS ")."
           ELSE
               READ CLIENT-READING-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = "00"
                   COMPUTE WS-CPL-TAG-LEN = 32
                       + FUNCTION LENGTH
                           (FUNCTION TRIM (WS-CPL-PARTNER-ID))
                   PERFORM FIT-PARTNER-SUMMARY
                   MOVE SPACES TO CR-SUMMARY
                   STRING FUNCTION TRIM (WS-CPL-SUMMARY)
                              DELIMITED SIZE
                          " Couple=" DELIMITED SIZE
                          FUNCTION TRIM (WS-CPL-PARTNER-ID)
                              DELIMITED SIZE
                          "@" DELIMITED SIZE
                          WS-CPL-PARTNER-TS DELIMITED SIZE
                          "; " DELIMITED SIZE
                          INTO CR-SUMMARY
                       ON OVERFLOW
                           DISPLAY "WARNING: the couple link for "
                               FUNCTION TRIM (WS-CLIENT-ID)
                               " did not fit in the reading "
                               "summary."
                   END-STRING
                   REWRITE CLIENT-READING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-CLIENT-FILE-STATUS = "00"
                   DISPLAY "Reading also saved to the history of "
                       FUNCTION TRIM (WS-CPL-PARTNER-NAME) "."
               ELSE
                   DISPLAY "WARNING: the reading was saved for "
                       FUNCTION TRIM (WS-CPL-PARTNER-ID)
                       " but the link from "
                       FUNCTION TRIM (WS-CLIENT-ID)
                       " could not be recorded (status "
                       WS-CLIENT-FILE-STATUS ")."
               END-IF
           END-IF.

       FIT-PARTNER-SUMMARY.
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM (WS-CPL-SUMMARY TRAILING))
               TO WS-CPL-SUM-LEN
           IF WS-CPL-SUM-LEN + WS-CPL-TAG-LEN > 400
               COMPUTE WS-CPL-SUM-LEN = 400 - WS-CPL-TAG-LEN - 4
               MOVE "...;" TO WS-CPL-SUMMARY (WS-CPL-SUM-LEN + 1:4)
               MOVE SPACES TO WS-CPL-SUMMARY (WS-CPL-SUM-LEN + 5:)
               DISPLAY "WARNING: the reading summary was shortened "
                   "to make room for the partner link."
           END-IF.

       CLIENT-HISTORY-LOOKUP.
           DISPLAY " "
           DISPLAY "Enter client ID to look up: "
           ACCEPT WS-CLIENT-LOOKUP-ID
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-CLIENT-LOOKUP-ID))
               TO WS-CLIENT-LOOKUP-ID
           MOVE WS-CLIENT-LOOKUP-ID TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           IF WS-MASTER-FOUND = "Y"
               DISPLAY "Client: " FUNCTION TRIM (CM-NAME)
           END-IF

           MOVE "N" TO WS-CLIENT-FOUND-ANY
           MOVE "N" TO WS-CLIENT-EOF

           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "35"
               DISPLAY "No reading history has been recorded yet."
           ELSE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the client reading "
                   "history (status " WS-CLIENT-FILE-STATUS ")."
           ELSE
               MOVE "N" TO WS-NOTES-AVAILABLE
               OPEN INPUT READING-NOTES-FILE
               IF WS-NOTES-FILE-STATUS = "00"
                   MOVE "Y" TO WS-NOTES-AVAILABLE
               END-IF

               MOVE WS-CLIENT-LOOKUP-ID TO CR-CLIENT-ID
               MOVE SPACES TO CR-TIMESTAMP
               START CLIENT-READING-FILE KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CLIENT-EOF
               END-START

               PERFORM CLIENT-HISTORY-LOOKUP-LOOP
                   UNTIL WS-CLIENT-EOF = "Y"

               IF WS-NOTES-AVAILABLE = "Y"
                   CLOSE READING-NOTES-FILE
               END-IF
               CLOSE CLIENT-READING-FILE

               IF WS-CLIENT-FOUND-ANY = "N"
                   DISPLAY "No past readings found for that client."
               END-IF
           END-IF
           END-IF

           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       CLIENT-HISTORY-LOOKUP-LOOP.
           READ CLIENT-READING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CLIENT-EOF
               NOT AT END
                   IF CR-CLIENT-ID = WS-CLIENT-LOOKUP-ID
                       MOVE "Y" TO WS-CLIENT-FOUND-ANY
                       DISPLAY CR-TIMESTAMP " " CR-READING-TYPE
                           " " CR-READER-ID " " CR-SUMMARY
                       PERFORM SHOW-READING-NOTE
                   ELSE
                       MOVE "Y" TO WS-CLIENT-EOF
                   END-IF
           END-READ
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CLIENT-EOF
           END-IF.

       RUN-ACTIVITY-REPORT.
           PERFORM INIT-ACTIVITY-TOTALS
           MOVE "N" TO WS-RPT-LOG-EOF
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               DISPLAY "No reading log found; nothing to report."
           ELSE
               PERFORM UNTIL WS-RPT-LOG-EOF = "Y"
                   READ READING-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-RPT-LOG-EOF
                       NOT AT END
                           PERFORM TALLY-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE READING-LOG-FILE
               PERFORM SORT-CARD-FREQUENCY
               PERFORM WRITE-ACTIVITY-REPORT
               DISPLAY "Activity report written to "
                   "activity-report.dat"
           END-IF.

       INIT-ACTIVITY-TOTALS.
           MOVE 0 TO WS-RPT-ENTRY-COUNT
           MOVE 0 TO WS-RPT-DAY-COUNT
           MOVE 0 TO WS-RPT-CARD-COUNT
           MOVE SPACES TO WS-RPT-FIRST-DATE
           MOVE SPACES TO WS-RPT-LAST-DATE
           MOVE 0 TO WS-RPT-TYPE-COUNT
           PERFORM ADD-ACTIVITY-TYPE-SLOT
               VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I > WS-CAT-COUNT
           IF WS-RPT-TYPE-COUNT < 22
               ADD 1 TO WS-RPT-TYPE-COUNT
               MOVE "BATCH" TO WS-RPT-TYPE-NAME (WS-RPT-TYPE-COUNT)
               MOVE 1 TO WS-RPT-TYPE-SIZE (WS-RPT-TYPE-COUNT)
               MOVE 0 TO WS-RPT-TYPE-CARDS (WS-RPT-TYPE-COUNT)
           END-IF
           IF WS-RPT-TYPE-COUNT < 22
               ADD 1 TO WS-RPT-TYPE-COUNT
               MOVE "OTHER" TO WS-RPT-TYPE-NAME (WS-RPT-TYPE-COUNT)
               MOVE 1 TO WS-RPT-TYPE-SIZE (WS-RPT-TYPE-COUNT)
               MOVE 0 TO WS-RPT-TYPE-CARDS (WS-RPT-TYPE-COUNT)
           END-IF.

       ADD-ACTIVITY-TYPE-SLOT.
           IF WS-RPT-TYPE-COUNT < 22
               ADD 1 TO WS-RPT-TYPE-COUNT
               MOVE WS-CAT-CODE (WS-CAT-I)
                   TO WS-RPT-TYPE-NAME (WS-RPT-TYPE-COUNT)
               MOVE WS-CAT-CARDS (WS-CAT-I)
                   TO WS-RPT-TYPE-SIZE (WS-RPT-TYPE-COUNT)
               MOVE 0 TO WS-RPT-TYPE-CARDS (WS-RPT-TYPE-COUNT)
           END-IF.

       TALLY-LOG-ENTRY.
           IF READING-LOG-RECORD NOT = SPACES
               PERFORM TALLY-LOG-FIELDS
           END-IF.

       TALLY-LOG-FIELDS.
           ADD 1 TO WS-RPT-ENTRY-COUNT
           MOVE SPACES TO WS-RPT-PARSE
           UNSTRING READING-LOG-RECORD
               DELIMITED BY " | "
               INTO WS-RPT-TIMESTAMP
                    WS-RPT-TYPE
                    WS-RPT-POS-FIELD
                    WS-RPT-ID-FIELD
                    WS-RPT-ORIENT-FIELD
                    WS-RPT-NAME-FIELD
                    WS-RPT-CLIENT-FIELD
                    WS-RPT-READER-FIELD
                    WS-RPT-DECK-FIELD
           MOVE WS-RPT-TIMESTAMP (1:8) TO WS-RPT-DATE
           MOVE WS-RPT-ID-FIELD (4:5) TO WS-RPT-LOG-CARD-ID
           MOVE WS-RPT-ORIENT-FIELD (8:1) TO WS-RPT-ORIENT
           IF WS-RPT-DECK-FIELD (6:8) = SPACES
               MOVE WS-DECK-CODE (1) TO WS-RPT-LOG-DECK
           ELSE
               MOVE WS-RPT-DECK-FIELD (6:8) TO WS-RPT-LOG-DECK
           END-IF

           IF WS-RPT-FIRST-DATE = SPACES
                   OR WS-RPT-DATE < WS-RPT-FIRST-DATE
               MOVE WS-RPT-DATE TO WS-RPT-FIRST-DATE
           END-IF
           IF WS-RPT-DATE > WS-RPT-LAST-DATE
               MOVE WS-RPT-DATE TO WS-RPT-LAST-DATE
           END-IF

           PERFORM TALLY-DAY-ENTRY
           PERFORM TALLY-TYPE-ENTRY
           PERFORM TALLY-CARD-ENTRY.

       TALLY-DAY-ENTRY.
           MOVE 0 TO WS-RPT-SLOT
           PERFORM FIND-DAY-SLOT
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I > WS-RPT-DAY-COUNT
           IF WS-RPT-SLOT = 0
               IF WS-RPT-DAY-COUNT < 400
                   ADD 1 TO WS-RPT-DAY-COUNT
                   MOVE WS-RPT-DAY-COUNT TO WS-RPT-SLOT
                   MOVE WS-RPT-DATE
                       TO WS-RPT-DAY-DATE (WS-RPT-SLOT)
                   MOVE 0 TO WS-RPT-DAY-CARDS (WS-RPT-SLOT)
               END-IF
           END-IF
           IF WS-RPT-SLOT > 0
               ADD 1 TO WS-RPT-DAY-CARDS (WS-RPT-SLOT)
           ELSE
               ADD 1 TO WS-RPT-DROPPED
           END-IF.

       FIND-DAY-SLOT.
           IF WS-RPT-DAY-DATE (WS-RPT-I) = WS-RPT-DATE
               MOVE WS-RPT-I TO WS-RPT-SLOT
           END-IF.

       TALLY-TYPE-ENTRY.
           MOVE WS-RPT-TYPE-COUNT TO WS-RPT-SLOT
           PERFORM FIND-TYPE-SLOT
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I >= WS-RPT-TYPE-COUNT
           ADD 1 TO WS-RPT-TYPE-CARDS (WS-RPT-SLOT).

       FIND-TYPE-SLOT.
           IF WS-RPT-TYPE = WS-RPT-TYPE-NAME (WS-RPT-I)
               MOVE WS-RPT-I TO WS-RPT-SLOT
           END-IF.

       TALLY-CARD-ENTRY.
           MOVE 0 TO WS-RPT-SLOT
           PERFORM FIND-CARD-SLOT
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I > WS-RPT-CARD-COUNT
           IF WS-RPT-SLOT = 0
               IF WS-RPT-CARD-COUNT < 200
                   ADD 1 TO WS-RPT-CARD-COUNT
                   MOVE WS-RPT-CARD-COUNT TO WS-RPT-SLOT
                   MOVE WS-RPT-LOG-DECK
                       TO WS-RPT-CARD-DECK (WS-RPT-SLOT)
                   MOVE WS-RPT-LOG-CARD-ID
                       TO WS-RPT-CARD-ID (WS-RPT-SLOT)
                   MOVE WS-RPT-NAME-FIELD
                       TO WS-RPT-CARD-NAME (WS-RPT-SLOT)
                   MOVE 0 TO WS-RPT-UP-COUNT (WS-RPT-SLOT)
                   MOVE 0 TO WS-RPT-REV-COUNT (WS-RPT-SLOT)
               END-IF
           END-IF
           IF WS-RPT-SLOT > 0
               IF WS-RPT-ORIENT = "R"
                   ADD 1 TO WS-RPT-REV-COUNT (WS-RPT-SLOT)
               ELSE
                   ADD 1 TO WS-RPT-UP-COUNT (WS-RPT-SLOT)
               END-IF
           ELSE
               ADD 1 TO WS-RPT-DROPPED
           END-IF.

       FIND-CARD-SLOT.
           IF WS-RPT-CARD-ID (WS-RPT-I) = WS-RPT-LOG-CARD-ID
                   AND WS-RPT-CARD-DECK (WS-RPT-I)
                       = WS-RPT-LOG-DECK
               MOVE WS-RPT-I TO WS-RPT-SLOT
           END-IF.

       SORT-CARD-FREQUENCY.
           IF WS-RPT-CARD-COUNT > 1
               PERFORM SORT-CARD-FREQUENCY-PASS
                   VARYING WS-RPT-I FROM 1 BY 1
                       UNTIL WS-RPT-I = WS-RPT-CARD-COUNT
           END-IF.

       SORT-CARD-FREQUENCY-PASS.
           PERFORM SORT-CARD-FREQUENCY-COMPARE
               VARYING WS-RPT-J FROM 1 BY 1
                   UNTIL WS-RPT-J = WS-RPT-CARD-COUNT.

       SORT-CARD-FREQUENCY-COMPARE.
           COMPUTE WS-RPT-TOTAL-A = WS-RPT-UP-COUNT (WS-RPT-J)
               + WS-RPT-REV-COUNT (WS-RPT-J)
           COMPUTE WS-RPT-TOTAL-B = WS-RPT-UP-COUNT (WS-RPT-J + 1)
               + WS-RPT-REV-COUNT (WS-RPT-J + 1)
           IF WS-RPT-TOTAL-B > WS-RPT-TOTAL-A
               MOVE WS-RPT-CARD-ENTRY (WS-RPT-J)
                   TO WS-RPT-HOLD-ENTRY
               MOVE WS-RPT-CARD-ENTRY (WS-RPT-J + 1)
                   TO WS-RPT-CARD-ENTRY (WS-RPT-J)
               MOVE WS-RPT-HOLD-ENTRY
                   TO WS-RPT-CARD-ENTRY (WS-RPT-J + 1)
           END-IF.

       WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE "=== Tarot Shop Activity Report ==="
               TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "Period: " DELIMITED SIZE
                  WS-RPT-FIRST-DATE DELIMITED SIZE
                  " through " DELIMITED SIZE
                  WS-RPT-LAST-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "Readings per day" TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "----------------" TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           PERFORM WRITE-ACTIVITY-DAY-LINE
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I > WS-RPT-DAY-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "Readings per type" TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "-----------------" TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           PERFORM WRITE-ACTIVITY-TYPE-LINE
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I > WS-RPT-TYPE-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "Card frequency (most drawn first)" TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE "---------------------------------" TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           PERFORM WRITE-ACTIVITY-CARD-LINE
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I > WS-RPT-CARD-COUNT

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE WS-RPT-ENTRY-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-RPT-DAY-COUNT TO WS-RPT-COUNT-ED-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "Period total: " DELIMITED SIZE
                  WS-RPT-COUNT-ED DELIMITED SIZE
                  " cards drawn over" DELIMITED SIZE
                  WS-RPT-COUNT-ED-2 DELIMITED SIZE
                  " day(s)." DELIMITED SIZE
                  INTO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE
           IF WS-RPT-DROPPED > 0
               MOVE WS-RPT-DROPPED TO WS-RPT-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARNING: " DELIMITED SIZE
                      WS-RPT-COUNT-ED DELIMITED SIZE
                      " entries exceeded the day or card tally "
                          DELIMITED SIZE
                      "tables and are missing from the sections "
                          DELIMITED SIZE
                      "above." DELIMITED SIZE
                      INTO WS-RPT-LINE
               PERFORM WRITE-ACTIVITY-LINE
           END-IF
           CLOSE ACTIVITY-REPORT-FILE.

       WRITE-ACTIVITY-LINE.
           MOVE WS-RPT-LINE TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD.

       WRITE-ACTIVITY-DAY-LINE.
           MOVE WS-RPT-DAY-CARDS (WS-RPT-I) TO WS-RPT-COUNT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPT-DAY-DATE (WS-RPT-I) DELIMITED SIZE
                  "  cards drawn: " DELIMITED SIZE
                  WS-RPT-COUNT-ED DELIMITED SIZE
                  INTO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE.

       WRITE-ACTIVITY-TYPE-LINE.
           IF WS-RPT-TYPE-CARDS (WS-RPT-I) > 0
               COMPUTE WS-RPT-READINGS =
                   WS-RPT-TYPE-CARDS (WS-RPT-I)
                       / WS-RPT-TYPE-SIZE (WS-RPT-I)
               MOVE WS-RPT-TYPE-CARDS (WS-RPT-I) TO WS-RPT-COUNT-ED
               MOVE WS-RPT-READINGS TO WS-RPT-COUNT-ED-2
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-RPT-TYPE-NAME (WS-RPT-I) DELIMITED SIZE
                      " readings: " DELIMITED SIZE
                      WS-RPT-COUNT-ED-2 DELIMITED SIZE
                      "  cards: " DELIMITED SIZE
                      WS-RPT-COUNT-ED DELIMITED SIZE
                      INTO WS-RPT-LINE
               PERFORM WRITE-ACTIVITY-LINE
           END-IF.

       WRITE-ACTIVITY-CARD-LINE.
           COMPUTE WS-RPT-TOTAL-A = WS-RPT-UP-COUNT (WS-RPT-I)
               + WS-RPT-REV-COUNT (WS-RPT-I)
           MOVE WS-RPT-TOTAL-A TO WS-RPT-COUNT-ED
           MOVE WS-RPT-UP-COUNT (WS-RPT-I) TO WS-RPT-COUNT-ED-2
           MOVE WS-RPT-REV-COUNT (WS-RPT-I) TO WS-RPT-COUNT-ED-3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPT-CARD-DECK (WS-RPT-I) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RPT-CARD-ID (WS-RPT-I) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RPT-CARD-NAME (WS-RPT-I) DELIMITED SIZE
                  " total: " DELIMITED SIZE
                  WS-RPT-COUNT-ED DELIMITED SIZE
                  "  upright: " DELIMITED SIZE
                  WS-RPT-COUNT-ED-2 DELIMITED SIZE
                  "  reversed: " DELIMITED SIZE
                  WS-RPT-COUNT-ED-3 DELIMITED SIZE
                  INTO WS-RPT-LINE
           PERFORM WRITE-ACTIVITY-LINE.

       RUN-MONTH-END.
           IF WS-READER-INPUT = "TRIAL"
               MOVE "Y" TO WS-ME-TRIAL
           ELSE
               MOVE "N" TO WS-ME-TRIAL
           END-IF
           PERFORM INIT-ACTIVITY-TOTALS
           MOVE "N" TO WS-MONTH-END-EOF
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               DISPLAY "No reading log found; nothing to close."
           ELSE
               PERFORM UNTIL WS-MONTH-END-EOF = "Y"
                   READ READING-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-MONTH-END-EOF
                       NOT AT END
                           PERFORM TALLY-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE READING-LOG-FILE
               IF WS-RPT-ENTRY-COUNT = 0
                   DISPLAY "The reading log is empty; nothing to "
                       "close."
               ELSE
                   MOVE WS-RPT-LAST-DATE (1:6) TO WS-CLOSE-PERIOD
                   PERFORM CHECK-PERIOD-CLOSED
                   EVALUATE TRUE
                       WHEN WS-ME-TRIAL = "Y"
                           PERFORM TRIAL-CLOSE
                       WHEN WS-ME-ALREADY = "Y"
                           DISPLAY "Period " WS-CLOSE-PERIOD
                               " has already been closed; "
                               "refusing a second close."
                           DISPLAY "Run BACKOUT first if the "
                               "close must be redone."
                       WHEN OTHER
                           PERFORM SNAPSHOT-LIVE-FILES
                           PERFORM ARCHIVE-READING-LOG
                           PERFORM PURGE-CLIENT-HISTORY
                           PERFORM RECORD-PERIOD-CLOSED
                           PERFORM WRITE-SNAPSHOT-CONTROL
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-ME-ALREADY
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE "N" TO WS-ME-EOF
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-ME-CLOSED-STATUS = "00"
               PERFORM UNTIL WS-ME-EOF = "Y"
                   READ CLOSED-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-ME-EOF
                       NOT AT END
                           PERFORM CHECK-CLOSED-PERIOD-ROW
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       CHECK-CLOSED-PERIOD-ROW.
           IF CLOSED-PERIOD-RECORD (1:6) NOT = SPACES
               IF WS-CLOSED-COUNT < 120
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE CLOSED-PERIOD-RECORD (1:6)
                       TO WS-CLOSED-ENTRY (WS-CLOSED-COUNT)
               END-IF
               IF CLOSED-PERIOD-RECORD (1:6) = WS-CLOSE-PERIOD
                   MOVE "Y" TO WS-ME-ALREADY
               END-IF
           END-IF.

       RECORD-PERIOD-CLOSED.
           OPEN EXTEND CLOSED-PERIOD-FILE
           IF WS-ME-CLOSED-STATUS = "35"
               OPEN OUTPUT CLOSED-PERIOD-FILE
           END-IF
           MOVE SPACES TO CLOSED-PERIOD-RECORD
           MOVE WS-CLOSE-PERIOD TO CLOSED-PERIOD-RECORD (1:6)
           WRITE CLOSED-PERIOD-RECORD
           CLOSE CLOSED-PERIOD-FILE.

       REMOVE-PERIOD-CLOSED.
           PERFORM CHECK-PERIOD-CLOSED
           OPEN OUTPUT CLOSED-PERIOD-FILE
           PERFORM WRITE-CLOSED-PERIOD-ROW
               VARYING WS-ME-LINE-I FROM 1 BY 1
                   UNTIL WS-ME-LINE-I > WS-CLOSED-COUNT
           CLOSE CLOSED-PERIOD-FILE.

       WRITE-CLOSED-PERIOD-ROW.
           IF WS-CLOSED-ENTRY (WS-ME-LINE-I) NOT = WS-CLOSE-PERIOD
               MOVE SPACES TO CLOSED-PERIOD-RECORD
               MOVE WS-CLOSED-ENTRY (WS-ME-LINE-I)
                   TO CLOSED-PERIOD-RECORD (1:6)
               WRITE CLOSED-PERIOD-RECORD
           END-IF.

       TRIAL-CLOSE.
           MOVE SPACES TO WS-SUMMARY-NAME
           STRING "month-summary-" DELIMITED SIZE
                  WS-CLOSE-PERIOD DELIMITED SIZE
                  "-trial.dat" DELIMITED SIZE
                  INTO WS-SUMMARY-NAME
           PERFORM WRITE-MONTH-SUMMARY
           PERFORM COUNT-PURGEABLE-HISTORY
           DISPLAY "TRIAL CLOSE for period " WS-CLOSE-PERIOD ":"
           DISPLAY "  Would archive " WS-RPT-ENTRY-COUNT
               " log entries to reading-log-" WS-CLOSE-PERIOD
               ".dat."
           DISPLAY "  Would purge " WS-ME-WOULD-PURGE
               " history record(s) and keep " WS-ME-WOULD-KEEP
               " (cutoff " WS-PURGE-CUTOFF ")."
           DISPLAY "  Trial summary written to "
               FUNCTION TRIM (WS-SUMMARY-NAME) "."
           IF WS-ME-ALREADY = "Y"
               DISPLAY "  NOTE: this period is already closed; a "
                   "real close would be refused."
           END-IF
           DISPLAY "No live files were changed.".

       COUNT-PURGEABLE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-DATE-NUM
           COMPUTE WS-PURGE-CUTOFF = WS-DATE-NUM - 20000
           MOVE 0 TO WS-ME-WOULD-PURGE
           MOVE 0 TO WS-ME-WOULD-KEEP
           MOVE "N" TO WS-ME-EOF
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ME-EOF
               END-START
               PERFORM UNTIL WS-ME-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ME-EOF
                       NOT AT END
                           PERFORM COUNT-PURGEABLE-RECORD
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-ME-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-READING-FILE
           END-IF.

       COUNT-PURGEABLE-RECORD.
           MOVE 99999999 TO WS-PURGE-DATE
           IF CR-TIMESTAMP (1:8) IS NUMERIC
               MOVE CR-TIMESTAMP (1:8) TO WS-PURGE-DATE
           END-IF
           IF WS-PURGE-DATE < WS-PURGE-CUTOFF
               ADD 1 TO WS-ME-WOULD-PURGE
           ELSE
               ADD 1 TO WS-ME-WOULD-KEEP
           END-IF.

       SNAPSHOT-LIVE-FILES.
           MOVE "N" TO WS-ME-EOF
           OPEN INPUT READING-LOG-FILE
           OPEN OUTPUT LOG-SNAPSHOT-FILE
           PERFORM UNTIL WS-ME-EOF = "Y"
               READ READING-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-ME-EOF
                   NOT AT END
                       MOVE READING-LOG-RECORD
                           TO LOG-SNAPSHOT-RECORD
                       WRITE LOG-SNAPSHOT-RECORD
               END-READ
           END-PERFORM
           CLOSE LOG-SNAPSHOT-FILE
           CLOSE READING-LOG-FILE

           MOVE 0 TO WS-ME-SNAP-CLIENT
           MOVE "N" TO WS-ME-EOF
           OPEN OUTPUT CLIENT-SNAPSHOT-FILE
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ME-EOF
               END-START
               PERFORM UNTIL WS-ME-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ME-EOF
                       NOT AT END
                           PERFORM SNAPSHOT-CLIENT-RECORD
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-ME-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-READING-FILE
           END-IF
           CLOSE CLIENT-SNAPSHOT-FILE
           DISPLAY "Pre-close snapshots written to "
               "reading-log-snapshot.dat and "
               "client-reading-snapshot.dat.".

       SNAPSHOT-CLIENT-RECORD.
           MOVE SPACES TO WS-ARCH-LINE
           STRING FUNCTION TRIM (CR-CLIENT-ID) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  CR-TIMESTAMP DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (CR-READING-TYPE) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (CR-SUMMARY) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (CR-READER-ID) DELIMITED SIZE
                  INTO WS-ARCH-LINE
           MOVE WS-ARCH-LINE TO CLIENT-SNAPSHOT-RECORD
           WRITE CLIENT-SNAPSHOT-RECORD
           ADD 1 TO WS-ME-SNAP-CLIENT.

       WRITE-SNAPSHOT-CONTROL.
           MOVE WS-RPT-ENTRY-COUNT TO WS-ME-CTL-ARCH
           MOVE WS-PURGED-COUNT TO WS-ME-CTL-PURGED
           MOVE SPACES TO WS-ME-CTL-LINE
           STRING WS-CLOSE-PERIOD DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-ME-CTL-ARCH DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-ME-CTL-PURGED DELIMITED SIZE
                  INTO WS-ME-CTL-LINE
           OPEN OUTPUT SNAPSHOT-CONTROL-FILE
           MOVE WS-ME-CTL-LINE TO SNAPSHOT-CONTROL-RECORD
           WRITE SNAPSHOT-CONTROL-RECORD
           CLOSE SNAPSHOT-CONTROL-FILE.

       RUN-BACKOUT.
           OPEN INPUT SNAPSHOT-CONTROL-FILE
           IF WS-ME-CTL-STATUS NOT = "00"
               DISPLAY "No snapshot control on file; there is "
                   "nothing to back out."
           ELSE
               MOVE SPACES TO SNAPSHOT-CONTROL-RECORD
               READ SNAPSHOT-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE SNAPSHOT-CONTROL-FILE
               MOVE SPACES TO WS-ME-CTL-PERIOD
               MOVE SPACES TO WS-ME-ARCH-FIELD
               MOVE SPACES TO WS-ME-PURGE-FIELD
               UNSTRING SNAPSHOT-CONTROL-RECORD
                   DELIMITED BY "|"
                   INTO WS-ME-CTL-PERIOD
                        WS-ME-ARCH-FIELD
                        WS-ME-PURGE-FIELD
               IF WS-ME-CTL-PERIOD = SPACES
                   DISPLAY "The snapshot control is empty; there "
                       "is nothing to back out."
               ELSE
                   PERFORM BACKOUT-CLOSE
               END-IF
           END-IF.

       BACKOUT-CLOSE.
           MOVE 0 TO WS-ME-CTL-ARCH
           IF WS-ME-ARCH-FIELD (1:6) IS NUMERIC
               MOVE WS-ME-ARCH-FIELD (1:6) TO WS-ME-CTL-ARCH
           END-IF
           MOVE 0 TO WS-ME-CTL-PURGED
           IF WS-ME-PURGE-FIELD (1:6) IS NUMERIC
               MOVE WS-ME-PURGE-FIELD (1:6) TO WS-ME-CTL-PURGED
           END-IF
           PERFORM CHECK-LOG-EMPTY
           IF WS-ME-LOG-EMPTY = "N"
               DISPLAY "reading-log.dat already holds entries "
                   "written since the close; back them up and "
                   "start with an empty log before backing out."
           ELSE
               PERFORM VERIFY-SNAPSHOT-FILES
               IF WS-ME-SNAPSHOTS-OK = "N"
                   DISPLAY "Backout aborted; the archives, "
                       "closed-period list, and snapshot control "
                       "were left untouched."
               ELSE
                   MOVE WS-ME-CTL-PERIOD TO WS-CLOSE-PERIOD
                   PERFORM RESTORE-READING-LOG
                   PERFORM RESTORE-CLIENT-READING
                   MOVE WS-ME-CTL-ARCH TO WS-ME-TRIM-COUNT
                   PERFORM TRIM-LOG-ARCHIVE-TAIL
                   MOVE WS-ME-CTL-PURGED TO WS-ME-TRIM-COUNT
                   PERFORM TRIM-CLIENT-ARCHIVE-TAIL
                   PERFORM REMOVE-PERIOD-CLOSED
                   OPEN OUTPUT SNAPSHOT-CONTROL-FILE
                   CLOSE SNAPSHOT-CONTROL-FILE
                   DISPLAY "Backout of period " WS-CLOSE-PERIOD
                       " complete; the close has been reversed."
               END-IF
           END-IF.

       VERIFY-SNAPSHOT-FILES.
           MOVE "Y" TO WS-ME-SNAPSHOTS-OK
           OPEN INPUT LOG-SNAPSHOT-FILE
           IF WS-ME-SNAP-STATUS = "00"
               CLOSE LOG-SNAPSHOT-FILE
           ELSE
               MOVE "N" TO WS-ME-SNAPSHOTS-OK
               DISPLAY "reading-log-snapshot.dat could not be "
                   "opened (status " WS-ME-SNAP-STATUS ")."
           END-IF
           OPEN INPUT CLIENT-SNAPSHOT-FILE
           IF WS-ME-SNAP-STATUS = "00"
               CLOSE CLIENT-SNAPSHOT-FILE
           ELSE
               MOVE "N" TO WS-ME-SNAPSHOTS-OK
               DISPLAY "client-reading-snapshot.dat could not be "
                   "opened (status " WS-ME-SNAP-STATUS ")."
           END-IF.

       CHECK-LOG-EMPTY.
           MOVE "Y" TO WS-ME-LOG-EMPTY
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               READ READING-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-ME-LOG-EMPTY
               END-READ
               CLOSE READING-LOG-FILE
           END-IF.

       RESTORE-READING-LOG.
           MOVE 0 TO WS-ME-RESTORED
           MOVE "N" TO WS-ME-EOF
           OPEN INPUT LOG-SNAPSHOT-FILE
           IF WS-ME-SNAP-STATUS NOT = "00"
               DISPLAY "WARNING: reading-log-snapshot.dat could "
                   "not be opened (status " WS-ME-SNAP-STATUS
                   "); the reading log was not restored."
           ELSE
               OPEN OUTPUT READING-LOG-FILE
               PERFORM UNTIL WS-ME-EOF = "Y"
                   READ LOG-SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-ME-EOF
                       NOT AT END
                           MOVE LOG-SNAPSHOT-RECORD
                               TO READING-LOG-RECORD
                           WRITE READING-LOG-RECORD
                           ADD 1 TO WS-ME-RESTORED
                   END-READ
               END-PERFORM
               CLOSE READING-LOG-FILE
               CLOSE LOG-SNAPSHOT-FILE
               DISPLAY "Restored " WS-ME-RESTORED
                   " entries to reading-log.dat."
           END-IF.

       RESTORE-CLIENT-READING.
           MOVE 0 TO WS-ME-RESTORED
           MOVE "N" TO WS-ME-EOF
           OPEN INPUT CLIENT-SNAPSHOT-FILE
           IF WS-ME-SNAP-STATUS NOT = "00"
               DISPLAY "WARNING: client-reading-snapshot.dat "
                   "could not be opened (status "
                   WS-ME-SNAP-STATUS "); the client history was "
                   "not restored."
           ELSE
               OPEN OUTPUT CLIENT-READING-FILE
               PERFORM UNTIL WS-ME-EOF = "Y"
                   READ CLIENT-SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-ME-EOF
                       NOT AT END
                           PERFORM RESTORE-CLIENT-ROW
                   END-READ
               END-PERFORM
               CLOSE CLIENT-READING-FILE
               CLOSE CLIENT-SNAPSHOT-FILE
               DISPLAY "Restored " WS-ME-RESTORED
                   " record(s) to client-reading.dat."
           END-IF.

       RESTORE-CLIENT-ROW.
           MOVE SPACES TO WS-REC-CLIENT
           MOVE SPACES TO WS-REC-TS-FIELD
           MOVE SPACES TO WS-REC-TYPE-FIELD
           MOVE SPACES TO WS-REC-SUMMARY
           MOVE SPACES TO WS-REC-READER-FIELD
           UNSTRING CLIENT-SNAPSHOT-RECORD
               DELIMITED BY "|"
               INTO WS-REC-CLIENT
                    WS-REC-TS-FIELD
                    WS-REC-TYPE-FIELD
                    WS-REC-SUMMARY
                    WS-REC-READER-FIELD
           IF WS-REC-CLIENT NOT = SPACES
               MOVE WS-REC-CLIENT TO CR-CLIENT-ID
               MOVE WS-REC-TS-FIELD TO CR-TIMESTAMP
               MOVE WS-REC-TYPE-FIELD TO CR-READING-TYPE
               MOVE WS-REC-SUMMARY TO CR-SUMMARY
               MOVE WS-REC-READER-FIELD TO CR-READER-ID
               WRITE CLIENT-READING-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: duplicate key skipped "
                           "during restore for "
                           FUNCTION TRIM (CR-CLIENT-ID) "."
                   NOT INVALID KEY
                       ADD 1 TO WS-ME-RESTORED
               END-WRITE
           END-IF.

       TRIM-LOG-ARCHIVE-TAIL.
           IF WS-ME-TRIM-COUNT > 0
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "reading-log-" DELIMITED SIZE
                      WS-CLOSE-PERIOD DELIMITED SIZE
                      ".dat" DELIMITED SIZE
                      INTO WS-ARCHIVE-NAME
               MOVE 0 TO WS-ME-TOTAL-LINES
               MOVE "N" TO WS-ME-EOF
               OPEN INPUT LOG-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "WARNING: "
                       FUNCTION TRIM (WS-ARCHIVE-NAME)
                       " could not be opened; the archived "
                       "entries were not removed."
               ELSE
                   PERFORM UNTIL WS-ME-EOF = "Y"
                       READ LOG-ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-ME-EOF
                           NOT AT END
                               ADD 1 TO WS-ME-TOTAL-LINES
                       END-READ
                   END-PERFORM
                   CLOSE LOG-ARCHIVE-FILE
                   IF WS-ME-TOTAL-LINES > WS-ME-TRIM-COUNT
                       COMPUTE WS-ME-KEEP-LINES =
                           WS-ME-TOTAL-LINES - WS-ME-TRIM-COUNT
                   ELSE
                       MOVE 0 TO WS-ME-KEEP-LINES
                   END-IF
                   MOVE 0 TO WS-ME-LINE-I
                   MOVE "N" TO WS-ME-EOF
                   OPEN INPUT LOG-ARCHIVE-FILE
                   OPEN OUTPUT BACKOUT-WORK-FILE
                   PERFORM UNTIL WS-ME-EOF = "Y"
                           OR WS-ME-LINE-I >= WS-ME-KEEP-LINES
                       READ LOG-ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-ME-EOF
                           NOT AT END
                               ADD 1 TO WS-ME-LINE-I
                               MOVE LOG-ARCHIVE-RECORD
                                   TO BACKOUT-WORK-RECORD
                               WRITE BACKOUT-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BACKOUT-WORK-FILE
                   CLOSE LOG-ARCHIVE-FILE
                   MOVE "N" TO WS-ME-EOF
                   OPEN INPUT BACKOUT-WORK-FILE
                   OPEN OUTPUT LOG-ARCHIVE-FILE
                   PERFORM UNTIL WS-ME-EOF = "Y"
                       READ BACKOUT-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-ME-EOF
                           NOT AT END
                               MOVE BACKOUT-WORK-RECORD
                                   TO LOG-ARCHIVE-RECORD
                               WRITE LOG-ARCHIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LOG-ARCHIVE-FILE
                   CLOSE BACKOUT-WORK-FILE
                   DISPLAY "Removed " WS-ME-TRIM-COUNT
                       " entries from "
                       FUNCTION TRIM (WS-ARCHIVE-NAME) "."
               END-IF
           END-IF.

       TRIM-CLIENT-ARCHIVE-TAIL.
           IF WS-ME-TRIM-COUNT > 0
               MOVE 0 TO WS-ME-TOTAL-LINES
               MOVE "N" TO WS-ME-EOF
               OPEN INPUT CLIENT-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "WARNING: client-reading-archive.dat "
                       "could not be opened; the purged rows "
                       "were not removed."
               ELSE
                   PERFORM UNTIL WS-ME-EOF = "Y"
                       READ CLIENT-ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-ME-EOF
                           NOT AT END
                               ADD 1 TO WS-ME-TOTAL-LINES
                       END-READ
                   END-PERFORM
                   CLOSE CLIENT-ARCHIVE-FILE
                   IF WS-ME-TOTAL-LINES > WS-ME-TRIM-COUNT
                       COMPUTE WS-ME-KEEP-LINES =
                           WS-ME-TOTAL-LINES - WS-ME-TRIM-COUNT
                   ELSE
                       MOVE 0 TO WS-ME-KEEP-LINES
                   END-IF
                   MOVE 0 TO WS-ME-LINE-I
                   MOVE "N" TO WS-ME-EOF
                   OPEN INPUT CLIENT-ARCHIVE-FILE
                   OPEN OUTPUT BACKOUT-WORK-FILE
                   PERFORM UNTIL WS-ME-EOF = "Y"
                           OR WS-ME-LINE-I >= WS-ME-KEEP-LINES
                       READ CLIENT-ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-ME-EOF
                           NOT AT END
                               ADD 1 TO WS-ME-LINE-I
                               MOVE CLIENT-ARCHIVE-RECORD
                                   TO BACKOUT-WORK-RECORD
                               WRITE BACKOUT-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BACKOUT-WORK-FILE
                   CLOSE CLIENT-ARCHIVE-FILE
                   MOVE "N" TO WS-ME-EOF
                   OPEN INPUT BACKOUT-WORK-FILE
                   OPEN OUTPUT CLIENT-ARCHIVE-FILE
                   PERFORM UNTIL WS-ME-EOF = "Y"
                       READ BACKOUT-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-ME-EOF
                           NOT AT END
                               MOVE BACKOUT-WORK-RECORD
                                   TO CLIENT-ARCHIVE-RECORD
                               WRITE CLIENT-ARCHIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CLIENT-ARCHIVE-FILE
                   CLOSE BACKOUT-WORK-FILE
                   DISPLAY "Removed " WS-ME-TRIM-COUNT
                       " purged row(s) from "
                       "client-reading-archive.dat."
               END-IF
           END-IF.

       ARCHIVE-READING-LOG.
           MOVE WS-RPT-LAST-DATE (1:6) TO WS-CLOSE-PERIOD
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "reading-log-" DELIMITED SIZE
                  WS-CLOSE-PERIOD DELIMITED SIZE
                  ".dat" DELIMITED SIZE
                  INTO WS-ARCHIVE-NAME
           MOVE SPACES TO WS-SUMMARY-NAME
           STRING "month-summary-" DELIMITED SIZE
                  WS-CLOSE-PERIOD DELIMITED SIZE
                  ".dat" DELIMITED SIZE
                  INTO WS-SUMMARY-NAME

           MOVE "N" TO WS-MONTH-END-EOF
           OPEN INPUT READING-LOG-FILE
           OPEN EXTEND LOG-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT LOG-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL WS-MONTH-END-EOF = "Y"
               READ READING-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-MONTH-END-EOF
                   NOT AT END
                       MOVE READING-LOG-RECORD
                           TO LOG-ARCHIVE-RECORD
                       WRITE LOG-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE READING-LOG-FILE
           CLOSE LOG-ARCHIVE-FILE

           OPEN OUTPUT READING-LOG-FILE
           CLOSE READING-LOG-FILE

           PERFORM WRITE-MONTH-SUMMARY
           DISPLAY "Archived "
               WS-RPT-ENTRY-COUNT " log entries to "
               FUNCTION TRIM (WS-ARCHIVE-NAME) "."
           DISPLAY "Closing summary written to "
               FUNCTION TRIM (WS-SUMMARY-NAME) "."
           DISPLAY "A fresh reading log has been started.".

       WRITE-MONTH-SUMMARY.
           OPEN OUTPUT MONTH-SUMMARY-FILE
           MOVE "=== Month-End Closing Summary ==="
               TO MONTH-SUMMARY-RECORD
           WRITE MONTH-SUMMARY-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "Period closed: " DELIMITED SIZE
                  WS-CLOSE-PERIOD DELIMITED SIZE
                  "  (entries " DELIMITED SIZE
                  WS-RPT-FIRST-DATE DELIMITED SIZE
                  " through " DELIMITED SIZE
                  WS-RPT-LAST-DATE DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO WS-RPT-LINE
           MOVE WS-RPT-LINE TO MONTH-SUMMARY-RECORD
           WRITE MONTH-SUMMARY-RECORD
           MOVE SPACES TO MONTH-SUMMARY-RECORD
           WRITE MONTH-SUMMARY-RECORD
           PERFORM WRITE-MONTH-TYPE-LINE
               VARYING WS-RPT-I FROM 1 BY 1
                   UNTIL WS-RPT-I > WS-RPT-TYPE-COUNT
           MOVE SPACES TO MONTH-SUMMARY-RECORD
           WRITE MONTH-SUMMARY-RECORD
           MOVE WS-RPT-ENTRY-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-RPT-DAY-COUNT TO WS-RPT-COUNT-ED-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "Total cards drawn: " DELIMITED SIZE
                  WS-RPT-COUNT-ED DELIMITED SIZE
                  "  over" DELIMITED SIZE
                  WS-RPT-COUNT-ED-2 DELIMITED SIZE
                  " active day(s)." DELIMITED SIZE
                  INTO WS-RPT-LINE
           MOVE WS-RPT-LINE TO MONTH-SUMMARY-RECORD
           WRITE MONTH-SUMMARY-RECORD
           CLOSE MONTH-SUMMARY-FILE.

       WRITE-MONTH-TYPE-LINE.
           IF WS-RPT-TYPE-CARDS (WS-RPT-I) > 0
               COMPUTE WS-RPT-READINGS =
                   WS-RPT-TYPE-CARDS (WS-RPT-I)
                       / WS-RPT-TYPE-SIZE (WS-RPT-I)
               MOVE WS-RPT-TYPE-CARDS (WS-RPT-I) TO WS-RPT-COUNT-ED
               MOVE WS-RPT-READINGS TO WS-RPT-COUNT-ED-2
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-RPT-TYPE-NAME (WS-RPT-I) DELIMITED SIZE
                      " readings: " DELIMITED SIZE
                      WS-RPT-COUNT-ED-2 DELIMITED SIZE
                      "  cards: " DELIMITED SIZE
                      WS-RPT-COUNT-ED DELIMITED SIZE
                      INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO MONTH-SUMMARY-RECORD
               WRITE MONTH-SUMMARY-RECORD
           END-IF.

       PURGE-CLIENT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-DATE-NUM
           COMPUTE WS-PURGE-CUTOFF = WS-DATE-NUM - 20000
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "N" TO WS-PURGE-EOF

           OPEN I-O CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "35"
               DISPLAY "No client reading history on file; nothing "
                   "to purge."
           ELSE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the client reading "
                   "history (status " WS-CLIENT-FILE-STATUS
                   "); purge skipped."
           ELSE
               OPEN EXTEND CLIENT-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT CLIENT-ARCHIVE-FILE
               END-IF
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PURGE-EOF
               END-START

               PERFORM UNTIL WS-PURGE-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PURGE-EOF
                       NOT AT END
                           PERFORM PURGE-CLIENT-RECORD
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-PURGE-EOF
                   END-IF
               END-PERFORM

               CLOSE CLIENT-ARCHIVE-FILE
               CLOSE CLIENT-READING-FILE
               DISPLAY "History purge: " WS-PURGED-COUNT
                   " record(s) archived and removed, "
                   WS-KEPT-COUNT " kept (cutoff "
                   WS-PURGE-CUTOFF ")."
           END-IF
           END-IF.

       READING-SYNTHESIS.
           MOVE SPACES TO WS-SYN-TEXT
           MOVE SPACES TO WS-SYN-TEXT-2
           IF WS-CLIENT-ZODIAC NOT = SPACES
                   AND WS-SPREAD-COUNT > 0
               MOVE WS-CLIENT-ZODIAC TO WS-USER-ZODIAC
               MOVE "Y" TO WS-ZODIAC-SILENT
               PERFORM ZODIAC-SEARCH
               MOVE "N" TO WS-ZODIAC-SILENT
               IF WS-FOUND = "Y"
                   PERFORM BUILD-SYNTHESIS-TEXT
                   DISPLAY "Elemental synthesis"
                   DISPLAY "-------------------"
                   DISPLAY FUNCTION TRIM (WS-SYN-TEXT)
                   IF WS-SYN-TEXT-2 NOT = SPACES
                       DISPLAY FUNCTION TRIM (WS-SYN-TEXT-2)
                   END-IF
                   DISPLAY " "
               END-IF
           END-IF.

       BUILD-SYNTHESIS-TEXT.
           MOVE 0 TO WS-SYN-MATCH-COUNT
           MOVE 0 TO WS-SYN-MAJOR-COUNT
           PERFORM COUNT-SYNTHESIS-CARD
               VARYING WS-SYN-I FROM 1 BY 1
                   UNTIL WS-SYN-I > WS-SPREAD-COUNT

           MOVE WS-SYN-MATCH-COUNT TO WS-SYN-COUNT-ED
           MOVE WS-SPREAD-COUNT TO WS-SYN-COUNT-ED-2
           MOVE SPACES TO WS-SYN-TEXT
           EVALUATE TRUE
               WHEN WS-SYN-MATCH-COUNT = 0
                   STRING "None of your" DELIMITED SIZE
                          WS-SYN-COUNT-ED-2 DELIMITED SIZE
                          " cards carry your " DELIMITED SIZE
                          FUNCTION TRIM
                              (WS-ZODIAC-ELEMENT-FIELD)
                              DELIMITED SIZE
                          " energy; this spread pulls your "
                              DELIMITED SIZE
                          FUNCTION TRIM (WS-ZODIAC-NAME-FIELD)
                              DELIMITED SIZE
                          " nature toward unfamiliar ground."
                              DELIMITED SIZE
                          INTO WS-SYN-TEXT
               WHEN WS-SYN-MATCH-COUNT * 2 >= WS-SPREAD-COUNT
                   STRING WS-SYN-COUNT-ED DELIMITED SIZE
                          " of your" DELIMITED SIZE
                          WS-SYN-COUNT-ED-2 DELIMITED SIZE
                          " cards are " DELIMITED SIZE
                          FUNCTION TRIM
                              (WS-ZODIAC-ELEMENT-FIELD)
                              DELIMITED SIZE
                          " cards, strongly aligned with your "
                              DELIMITED SIZE
                          FUNCTION TRIM (WS-ZODIAC-NAME-FIELD)
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM
                              (WS-ZODIAC-ELEMENT-FIELD)
                              DELIMITED SIZE
                          " energy." DELIMITED SIZE
                          INTO WS-SYN-TEXT
               WHEN OTHER
                   STRING WS-SYN-COUNT-ED DELIMITED SIZE
                          " of your" DELIMITED SIZE
                          WS-SYN-COUNT-ED-2 DELIMITED SIZE
                          " cards are " DELIMITED SIZE
                          FUNCTION TRIM
                              (WS-ZODIAC-ELEMENT-FIELD)
                              DELIMITED SIZE
                          " cards, gently echoing your "
                              DELIMITED SIZE
                          FUNCTION TRIM (WS-ZODIAC-NAME-FIELD)
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          FUNCTION TRIM
                              (WS-ZODIAC-ELEMENT-FIELD)
                              DELIMITED SIZE
                          " energy." DELIMITED SIZE
                          INTO WS-SYN-TEXT
           END-EVALUATE

           IF WS-SYN-MAJOR-COUNT > 0
               MOVE WS-SYN-MAJOR-COUNT TO WS-SYN-COUNT-ED
               MOVE SPACES TO WS-SYN-TEXT-2
               STRING WS-SYN-COUNT-ED DELIMITED SIZE
                      " Major Arcana card(s) lend their own "
                          DELIMITED SIZE
                      "weight, beyond any one element."
                          DELIMITED SIZE
                      INTO WS-SYN-TEXT-2
           END-IF.

       COUNT-SYNTHESIS-CARD.
           IF WS-CARD-ELEMENT (WS-SPREAD-CARD-IX (WS-SYN-I))
                   = WS-ZODIAC-ELEMENT-FIELD
                   AND WS-ZODIAC-ELEMENT-FIELD NOT = SPACES
               ADD 1 TO WS-SYN-MATCH-COUNT
           END-IF
           IF WS-CARD-ARCANA (WS-SPREAD-CARD-IX (WS-SYN-I))
                   = "Major"
               ADD 1 TO WS-SYN-MAJOR-COUNT
           END-IF.

       RELATIONSHIP-COMPATIBILITY.
           MOVE "N" TO WS-CPL-SHOWN
           IF WS-CPL-PARTNER-ID NOT = SPACES
               IF WS-CLIENT-ZODIAC = SPACES
                       OR WS-CPL-PARTNER-ZODIAC = SPACES
                   DISPLAY "Zodiac compatibility needs a sign on "
                       "file for both clients."
               ELSE
                   MOVE WS-CLIENT-ZODIAC TO WS-CPL-SIGN-A
                   MOVE WS-CPL-PARTNER-ZODIAC TO WS-CPL-SIGN-B
                   PERFORM FIND-ZODIAC-COMPAT
                   IF WS-CPL-FOUND = "Y"
                       MOVE "Y" TO WS-CPL-SHOWN
                       DISPLAY "Zodiac compatibility"
                       DISPLAY "-------------------"
                       DISPLAY FUNCTION TRIM (WS-CPL-TEXT)
                       DISPLAY FUNCTION TRIM (WS-CPL-ADVICE)
                       DISPLAY " "
                   ELSE
                       IF WS-CPL-FILE-STATUS = "35"
                           DISPLAY "WARNING: zodiac-compat.dat is "
                               "missing; no compatibility section."
                       ELSE
                           DISPLAY "No compatibility entry for "
                               FUNCTION TRIM (WS-CPL-SIGN-A) " and "
                               FUNCTION TRIM (WS-CPL-SIGN-B) "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-ZODIAC-COMPAT.
           MOVE "N" TO WS-CPL-FOUND
           MOVE SPACES TO WS-CPL-TEXT
           MOVE SPACES TO WS-CPL-ADVICE
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CPL-SIGN-A))
               TO WS-CPL-UPPER-A
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-CPL-SIGN-B))
               TO WS-CPL-UPPER-B
           MOVE "N" TO WS-CPL-EOF
           OPEN INPUT ZODIAC-COMPAT-FILE
           IF WS-CPL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CPL-EOF = "Y" OR WS-CPL-FOUND = "Y"
                   READ ZODIAC-COMPAT-FILE
                       AT END
                           MOVE "Y" TO WS-CPL-EOF
                       NOT AT END
                           PERFORM CHECK-ZODIAC-COMPAT-ROW
                   END-READ
               END-PERFORM
               CLOSE ZODIAC-COMPAT-FILE
           END-IF
           IF WS-CPL-FOUND = "Y"
               PERFORM BUILD-COMPAT-TEXT
           END-IF.

       CHECK-ZODIAC-COMPAT-ROW.
           MOVE SPACES TO WS-CPL-ROW-A
           MOVE SPACES TO WS-CPL-ROW-B
           MOVE SPACES TO WS-CPL-ROW-ELEMENTS
           MOVE SPACES TO WS-CPL-ROW-RATING
           MOVE SPACES TO WS-CPL-ROW-ADVICE
           UNSTRING ZODIAC-COMPAT-RECORD
               DELIMITED BY "|"
               INTO WS-CPL-ROW-A
                    WS-CPL-ROW-B
                    WS-CPL-ROW-ELEMENTS
                    WS-CPL-ROW-RATING
                    WS-CPL-ROW-ADVICE
           IF (FUNCTION UPPER-CASE (WS-CPL-ROW-A) = WS-CPL-UPPER-A
                   AND FUNCTION UPPER-CASE (WS-CPL-ROW-B)
                       = WS-CPL-UPPER-B)
               OR (FUNCTION UPPER-CASE (WS-CPL-ROW-A) = WS-CPL-UPPER-B
                   AND FUNCTION UPPER-CASE (WS-CPL-ROW-B)
                       = WS-CPL-UPPER-A)
               MOVE "Y" TO WS-CPL-FOUND
           END-IF.

       BUILD-COMPAT-TEXT.
           MOVE 0 TO WS-CPL-RATING
           IF WS-CPL-ROW-RATING (1:1) IS NUMERIC
               MOVE WS-CPL-ROW-RATING (1:1) TO WS-CPL-RATING
           END-IF
           IF WS-CPL-RATING > 5
               MOVE 5 TO WS-CPL-RATING
           END-IF
           MOVE ALL "-" TO WS-CPL-STARS
           IF WS-CPL-RATING > 0
               MOVE ALL "*" TO WS-CPL-STARS (1:WS-CPL-RATING)
           END-IF
           MOVE SPACES TO WS-CPL-TEXT
           STRING FUNCTION TRIM (WS-CPL-ROW-A) DELIMITED SIZE
                  " and " DELIMITED SIZE
                  FUNCTION TRIM (WS-CPL-ROW-B) DELIMITED SIZE
                  ": " DELIMITED SIZE
                  FUNCTION TRIM (WS-CPL-ROW-ELEMENTS) DELIMITED SIZE
                  ", rated " DELIMITED SIZE
                  WS-CPL-RATING DELIMITED SIZE
                  " of 5 [" DELIMITED SIZE
                  WS-CPL-STARS DELIMITED SIZE
                  "]" DELIMITED SIZE
                  INTO WS-CPL-TEXT
           MOVE WS-CPL-ROW-ADVICE TO WS-CPL-ADVICE.

       WRITE-CERTIFICATE.
           IF WS-SPREAD-COUNT > 0
               OPEN OUTPUT CERTIFICATE-FILE
               MOVE 0 TO WS-CERT-LINE-COUNT
               MOVE 1 TO WS-CERT-PAGE
               PERFORM WRITE-CERT-HEADER
               PERFORM WRITE-CERT-POSITION
                   VARYING WS-CERT-I FROM 1 BY 1
                       UNTIL WS-CERT-I > WS-SPREAD-COUNT
               IF WS-SYN-TEXT NOT = SPACES
                   PERFORM CHECK-CERT-PAGE
                   MOVE "Elemental Synthesis" TO WS-CERT-LINE
                   PERFORM WRITE-CERT-LINE
                   MOVE WS-SYN-TEXT TO WS-CERT-TEXT
                   PERFORM WRITE-WRAPPED-TEXT
                   IF WS-SYN-TEXT-2 NOT = SPACES
                       MOVE WS-SYN-TEXT-2 TO WS-CERT-TEXT
                       PERFORM WRITE-WRAPPED-TEXT
                   END-IF
               END-IF
               IF WS-CPL-SHOWN = "Y"
                   PERFORM CHECK-CERT-PAGE
                   MOVE SPACES TO WS-CERT-LINE
                   PERFORM WRITE-CERT-LINE
                   MOVE "Zodiac Compatibility" TO WS-CERT-LINE
                   PERFORM WRITE-CERT-LINE
                   MOVE WS-CPL-TEXT TO WS-CERT-TEXT
                   PERFORM WRITE-WRAPPED-TEXT
                   MOVE WS-CPL-ADVICE TO WS-CERT-TEXT
                   PERFORM WRITE-WRAPPED-TEXT
               END-IF
               IF WS-NOTES-OFFER = "Y"
                       AND WS-NOTE-TEXT-SAVED NOT = SPACES
                   DISPLAY "Include a Reader's guidance section "
                       "on the certificate (Y/N)? "
                   ACCEPT WS-MASTER-CONFIRM
                   IF FUNCTION UPPER-CASE (WS-MASTER-CONFIRM)
                           = "Y"
                       PERFORM CHECK-CERT-PAGE
                       MOVE SPACES TO WS-CERT-LINE
                       PERFORM WRITE-CERT-LINE
                       MOVE "Reader's Guidance" TO WS-CERT-LINE
                       PERFORM WRITE-CERT-LINE
                       MOVE WS-NOTE-TEXT-SAVED TO WS-CERT-TEXT
                       PERFORM WRITE-WRAPPED-TEXT
                   END-IF
               END-IF
               MOVE SPACES TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE "        May the cards light your path."
                   TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               CLOSE CERTIFICATE-FILE
               DISPLAY "A printable certificate has been written "
                   "to certificate.dat."
           END-IF.

       WRITE-CERT-HEADER.
           MOVE ALL "*" TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "*                 THE TAROT PARLOUR                "
               & "                            *" TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "*                 Reading Certificate              "
               & "                            *" TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE ALL "*" TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO WS-CERT-LINE
           IF WS-CLIENT-NAME = SPACES
               MOVE "Client: Walk-in guest" TO WS-CERT-LINE
           ELSE
               STRING "Client: " DELIMITED SIZE
                      FUNCTION TRIM (WS-CLIENT-NAME) DELIMITED SIZE
                      INTO WS-CERT-LINE
           END-IF
           PERFORM WRITE-CERT-LINE
           IF WS-CPL-PARTNER-ID NOT = SPACES
               MOVE SPACES TO WS-CERT-LINE
               STRING "Partner: " DELIMITED SIZE
                      FUNCTION TRIM (WS-CPL-PARTNER-NAME)
                          DELIMITED SIZE
                      INTO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE SPACES TO WS-CERT-LINE
           STRING "Date:   " DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (7:2) DELIMITED SIZE
                  "  Time: " DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (9:2) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (11:2) DELIMITED SIZE
                  INTO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO WS-CERT-LINE
           STRING "Spread: " DELIMITED SIZE
                  FUNCTION TRIM (WS-LOG-MENU-OPTION) DELIMITED SIZE
                  INTO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           ADD 1 TO WS-CERT-LINE-COUNT.

       CHECK-CERT-PAGE.
           IF WS-CERT-LINE-COUNT > 50
               PERFORM CERT-PAGE-FILLER
                   UNTIL WS-CERT-LINE-COUNT >= 60
               MOVE 0 TO WS-CERT-LINE-COUNT
               ADD 1 TO WS-CERT-PAGE
               MOVE ALL "*" TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE SPACES TO WS-CERT-LINE
               STRING "*  Reading Certificate (continued)          "
                      "            Page " DELIMITED SIZE
                      WS-CERT-PAGE DELIMITED SIZE
                      INTO WS-CERT-LINE
               MOVE "*" TO WS-CERT-LINE (80:1)
               PERFORM WRITE-CERT-LINE
               MOVE ALL "*" TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE SPACES TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF.

       CERT-PAGE-FILLER.
           MOVE SPACES TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-POSITION.
           PERFORM CHECK-CERT-PAGE
           MOVE SPACES TO WS-CERT-LINE
           IF WS-SPREAD-ORIENT (WS-CERT-I) = "R"
               STRING FUNCTION TRIM
                          (WS-SPREAD-POSITION (WS-CERT-I))
                          DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM (WS-CARD-NAME
                          (WS-SPREAD-CARD-IX (WS-CERT-I)))
                          DELIMITED SIZE
                      " (Reversed)" DELIMITED SIZE
                      INTO WS-CERT-LINE
           ELSE
               STRING FUNCTION TRIM
                          (WS-SPREAD-POSITION (WS-CERT-I))
                          DELIMITED SIZE
                      ": " DELIMITED SIZE
                      FUNCTION TRIM (WS-CARD-NAME
                          (WS-SPREAD-CARD-IX (WS-CERT-I)))
                          DELIMITED SIZE
                      INTO WS-CERT-LINE
           END-IF
           PERFORM WRITE-CERT-LINE

           IF WS-SPREAD-ORIENT (WS-CERT-I) = "R"
               MOVE WS-CARD-REVERSED
                   (WS-SPREAD-CARD-IX (WS-CERT-I))
                   TO WS-CERT-TEXT
           ELSE
               MOVE WS-CARD-MEANING
                   (WS-SPREAD-CARD-IX (WS-CERT-I))
                   TO WS-CERT-TEXT
           END-IF
           PERFORM WRITE-WRAPPED-TEXT
           MOVE SPACES TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE.

       WRITE-WRAPPED-TEXT.
           IF WS-CERT-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-CERT-TEXT TRAILING))
                   TO WS-CERT-LEN
               MOVE 1 TO WS-CERT-START
               PERFORM WRITE-WRAPPED-CHUNK
                   UNTIL WS-CERT-START > WS-CERT-LEN
           END-IF.

       WRITE-WRAPPED-CHUNK.
           COMPUTE WS-CERT-CHUNK = WS-CERT-LEN - WS-CERT-START + 1
           IF WS-CERT-CHUNK > 72
               MOVE 0 TO WS-CERT-BREAK
               PERFORM FIND-WRAP-BREAK
                   VARYING WS-CERT-J FROM 72 BY -1
                       UNTIL WS-CERT-J < 2 OR WS-CERT-BREAK > 0
               IF WS-CERT-BREAK > 0
                   MOVE WS-CERT-BREAK TO WS-CERT-CHUNK
               ELSE
                   MOVE 72 TO WS-CERT-CHUNK
               END-IF
           END-IF
           MOVE SPACES TO WS-CERT-LINE
           MOVE WS-CERT-TEXT (WS-CERT-START : WS-CERT-CHUNK)
               TO WS-CERT-LINE (3 : WS-CERT-CHUNK)
           PERFORM WRITE-CERT-LINE
           COMPUTE WS-CERT-START =
               WS-CERT-START + WS-CERT-CHUNK.

       FIND-WRAP-BREAK.
           COMPUTE WS-CERT-CHUNK =
               WS-CERT-START + WS-CERT-J - 1
           IF WS-CERT-TEXT (WS-CERT-CHUNK : 1) = SPACE
               MOVE WS-CERT-J TO WS-CERT-BREAK
           END-IF.

       OPEN-APPOINTMENT-IO.
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "35"
               OPEN OUTPUT APPOINTMENT-FILE
               CLOSE APPOINTMENT-FILE
               OPEN I-O APPOINTMENT-FILE
           END-IF
           IF WS-APPT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "). If the "
                   "book predates the current layout, run the "
                   "MIGRATEAPPT command once."
           END-IF.

       BOOK-APPOINTMENT.
           DISPLAY " "
           DISPLAY "Book an appointment"
           DISPLAY "-------------------"
           DISPLAY "Client ID: "
           ACCEPT WS-MASTER-ID-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-MASTER-ID-INPUT))
               TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           IF WS-MASTER-FOUND = "N"
               DISPLAY "No client on file with ID "
                   FUNCTION TRIM (WS-MASTER-ID-INPUT) "."
           ELSE
           IF CM-STATUS NOT = "A"
               DISPLAY "Client " FUNCTION TRIM (CM-NAME)
                   " is inactive and cannot be booked."
           ELSE
               DISPLAY "Client: " FUNCTION TRIM (CM-NAME)
               PERFORM WARN-REPEAT-NOSHOWS
               PERFORM BOOK-APPOINTMENT-DETAILS
           END-IF
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       BOOK-APPOINTMENT-DETAILS.
           DISPLAY "Appointment date (YYYYMMDD): "
           ACCEPT WS-APPT-DATE-INPUT
           IF WS-APPT-DATE-INPUT IS NOT NUMERIC
               DISPLAY "That is not a valid date; booking "
                   "abandoned."
           ELSE
               DISPLAY "Spreads on offer:"
               PERFORM LIST-CATALOG-LINE
                   VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I > WS-CAT-COUNT
               DISPLAY "Enter spread code: "
               ACCEPT WS-APPT-SPREAD-INPUT
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-APPT-SPREAD-INPUT))
                   TO WS-APPT-SPREAD-INPUT
               MOVE WS-APPT-SPREAD-INPUT TO WS-CAT-PICK
               PERFORM FIND-CATALOG-SPREAD
               IF WS-CAT-IX = 0
                   DISPLAY "That is not a spread on offer; booking "
                       "abandoned."
               ELSE
                   MOVE WS-CAT-CODE (WS-CAT-IX)
                       TO WS-APPT-SPREAD-INPUT
                   PERFORM CHOOSE-APPOINTMENT-DECK
                   PERFORM CHOOSE-APPOINTMENT-SLOT
                   IF WS-APPT-SLOT-CHOSEN = "Y"
                       PERFORM WRITE-APPOINTMENT
                   END-IF
               END-IF
           END-IF.

       CHOOSE-APPOINTMENT-DECK.
           MOVE WS-ACTIVE-DECK TO WS-APPT-DECK-INPUT
           IF WS-DECK-COUNT > 1
               DISPLAY "Decks on the shelf:"
               PERFORM LIST-DECK-LINE
                   VARYING WS-DECK-I FROM 1 BY 1
                       UNTIL WS-DECK-I > WS-DECK-COUNT
               DISPLAY "Deck code (blank for "
                   FUNCTION TRIM (WS-ACTIVE-DECK) "): "
               ACCEPT WS-DECK-PICK
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-DECK-PICK))
                   TO WS-DECK-PICK
               IF WS-DECK-PICK NOT = SPACES
                   PERFORM FIND-DECK
                   IF WS-DECK-FOUND-IX = 0
                       DISPLAY FUNCTION TRIM (WS-DECK-PICK)
                           " is not a deck on the shelf; booking "
                           "with "
                           FUNCTION TRIM (WS-ACTIVE-DECK) "."
                   ELSE
                       MOVE WS-DECK-CODE (WS-DECK-FOUND-IX)
                           TO WS-APPT-DECK-INPUT
                   END-IF
               END-IF
           END-IF.

       CHOOSE-APPOINTMENT-SLOT.
           MOVE "N" TO WS-APPT-SLOT-CHOSEN
           MOVE SPACES TO WS-APPT-TIME-INPUT
           MOVE SPACES TO WS-APPT-READER-INPUT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-SCHED-TODAY
           MOVE WS-CURRENT-DATE-FIELD (9:4) TO WS-SCHED-NOW-HHMM
           PERFORM LOAD-READER-SCHEDULE
           IF WS-SCHED-COUNT = 0
               DISPLAY "WARNING: no reader schedule is on file "
                   "(reader-schedule.dat); booking without a time "
                   "or reader."
               MOVE "Y" TO WS-APPT-SLOT-CHOSEN
           ELSE
               MOVE WS-APPT-DATE-INPUT TO WS-SCHED-DATE-NUM
               PERFORM COMPUTE-SCHEDULE-DAY
               MOVE WS-APPT-DATE-INPUT TO WS-SCHED-DATE
               PERFORM LOAD-DAY-BOOKINGS
               PERFORM LOAD-STAFF-TABLE
               MOVE 0 TO WS-SLOT-COUNT
               PERFORM ADD-SCHEDULE-SLOTS
                   VARYING WS-SCHED-I FROM 1 BY 1
                       UNTIL WS-SCHED-I > WS-SCHED-COUNT
               IF WS-SLOT-COUNT = 0
                   DISPLAY "No reader has an open slot on "
                       WS-SCHED-DAY " " WS-APPT-DATE-INPUT
                       "; booking abandoned."
               ELSE
                   PERFORM SORT-OPEN-SLOTS
                   DISPLAY "Open slots on " WS-SCHED-DAY " "
                       WS-APPT-DATE-INPUT ":"
                   PERFORM LIST-OPEN-SLOT
                       VARYING WS-SCHED-I FROM 1 BY 1
                           UNTIL WS-SCHED-I > WS-SLOT-COUNT
                   DISPLAY "Slot number (blank to cancel): "
                   ACCEPT WS-SCHED-PICK-INPUT
                   MOVE 0 TO WS-SCHED-PICK
                   IF WS-SCHED-PICK-INPUT NOT = SPACES
                       COMPUTE WS-SCHED-PICK =
                           FUNCTION NUMVAL (WS-SCHED-PICK-INPUT)
                   END-IF
                   IF WS-SCHED-PICK = 0
                           OR WS-SCHED-PICK > WS-SLOT-COUNT
                       DISPLAY "No slot chosen; booking abandoned."
                   ELSE
                       MOVE WS-SLOT-TIME (WS-SCHED-PICK)
                           TO WS-APPT-TIME-INPUT
                       MOVE WS-SLOT-READER (WS-SCHED-PICK)
                           TO WS-APPT-READER-INPUT
                       MOVE "Y" TO WS-APPT-SLOT-CHOSEN
                   END-IF
               END-IF
           END-IF.

       LOAD-READER-SCHEDULE.
           MOVE 0 TO WS-SCHED-COUNT
           MOVE "N" TO WS-SCHED-EOF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-SCHED-EOF
                       NOT AT END
                           PERFORM LOAD-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-SCHEDULE-ROW.
           IF SCHEDULE-RECORD NOT = SPACES
                   AND WS-SCHED-COUNT < 100
               MOVE SPACES TO WS-SCHED-READER-FIELD
               MOVE SPACES TO WS-SCHED-DAY-FIELD
               MOVE SPACES TO WS-SCHED-START-FIELD
               MOVE SPACES TO WS-SCHED-END-FIELD
               MOVE SPACES TO WS-SCHED-SLOT-FIELD
               UNSTRING SCHEDULE-RECORD
                   DELIMITED BY "|"
                   INTO WS-SCHED-READER-FIELD
                        WS-SCHED-DAY-FIELD
                        WS-SCHED-START-FIELD
                        WS-SCHED-END-FIELD
                        WS-SCHED-SLOT-FIELD
               IF WS-SCHED-START-FIELD IS NUMERIC
                       AND WS-SCHED-END-FIELD IS NUMERIC
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE FUNCTION UPPER-CASE (WS-SCHED-READER-FIELD)
                       TO WS-SCHED-READER (WS-SCHED-COUNT)
                   MOVE FUNCTION UPPER-CASE (WS-SCHED-DAY-FIELD)
                       TO WS-SCHED-DAY-CODE (WS-SCHED-COUNT)
                   MOVE WS-SCHED-START-FIELD TO WS-SCHED-HHMM-X
                   PERFORM HHMM-TO-MINUTES
                   MOVE WS-SCHED-MIN TO WS-SCHED-START (WS-SCHED-COUNT)
                   MOVE WS-SCHED-END-FIELD TO WS-SCHED-HHMM-X
                   PERFORM HHMM-TO-MINUTES
                   MOVE WS-SCHED-MIN TO WS-SCHED-END (WS-SCHED-COUNT)
                   MOVE 60 TO WS-SCHED-SLOT (WS-SCHED-COUNT)
                   IF WS-SCHED-SLOT-FIELD NOT = SPACES
                       COMPUTE WS-SCHED-SLOT (WS-SCHED-COUNT) =
                           FUNCTION NUMVAL (WS-SCHED-SLOT-FIELD)
                   END-IF
                   IF WS-SCHED-SLOT (WS-SCHED-COUNT) = 0
                       MOVE 60 TO WS-SCHED-SLOT (WS-SCHED-COUNT)
                   END-IF
               END-IF
           END-IF.

       COMPUTE-SCHEDULE-DAY.
           MOVE SPACES TO WS-SCHED-DAY
           MOVE 0 TO WS-SCHED-DATE-INT
           IF WS-SCHED-DATE-NUM IS NUMERIC
               COMPUTE WS-SCHED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE-NUM)
           END-IF
           IF WS-SCHED-DATE-INT > 0
               COMPUTE WS-SCHED-DOW =
                   FUNCTION MOD (WS-SCHED-DATE-INT - 1, 7)
               MOVE WS-SCHED-DAY-NAMES (WS-SCHED-DOW * 3 + 1:3)
                   TO WS-SCHED-DAY
           END-IF.

       LOAD-DAY-BOOKINGS.
           MOVE 0 TO WS-DAYB-COUNT
           MOVE "N" TO WS-APPT-EOF
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "00"
               MOVE WS-SCHED-DATE TO APPT-DATE
               MOVE LOW-VALUES TO APPT-CLIENT-ID
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-EOF
               END-START
               PERFORM UNTIL WS-APPT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-APPT-EOF
                       NOT AT END
                           IF APPT-DATE NOT = WS-SCHED-DATE
                               MOVE "Y" TO WS-APPT-EOF
                           ELSE
                               PERFORM ADD-DAY-BOOKING
                           END-IF
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-APPT-EOF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF.

       ADD-DAY-BOOKING.
           IF (APPT-STATUS = "B" OR APPT-STATUS = "F")
                   AND APPT-READER NOT = SPACES
                   AND WS-DAYB-COUNT < 200
               ADD 1 TO WS-DAYB-COUNT
               MOVE APPT-READER TO WS-DAYB-READER (WS-DAYB-COUNT)
               MOVE APPT-TIME TO WS-DAYB-TIME (WS-DAYB-COUNT)
               MOVE APPT-CLIENT-ID TO WS-DAYB-CLIENT (WS-DAYB-COUNT)
           END-IF.

       ADD-SCHEDULE-SLOTS.
           IF WS-SCHED-DAY-CODE (WS-SCHED-I) = WS-SCHED-DAY
               PERFORM ADD-ONE-SLOT
                   VARYING WS-SCHED-MIN
                       FROM WS-SCHED-START (WS-SCHED-I)
                       BY WS-SCHED-SLOT (WS-SCHED-I)
                   UNTIL WS-SCHED-MIN + WS-SCHED-SLOT (WS-SCHED-I)
                       > WS-SCHED-END (WS-SCHED-I)
           END-IF.

       ADD-ONE-SLOT.
           PERFORM MINUTES-TO-HHMM
           MOVE "N" TO WS-SCHED-TAKEN
           IF WS-APPT-DATE-INPUT = WS-SCHED-TODAY
                   AND WS-SCHED-HHMM-X < WS-SCHED-NOW-HHMM
               MOVE "Y" TO WS-SCHED-TAKEN
           END-IF
           PERFORM CHECK-SLOT-TAKEN
               VARYING WS-SCHED-J FROM 1 BY 1
                   UNTIL WS-SCHED-J > WS-DAYB-COUNT
           IF WS-SCHED-TAKEN = "N"
                   AND WS-SLOT-COUNT < 100
               ADD 1 TO WS-SLOT-COUNT
               MOVE WS-SCHED-HHMM-X TO WS-SLOT-TIME (WS-SLOT-COUNT)
               MOVE WS-SCHED-READER (WS-SCHED-I)
                   TO WS-SLOT-READER (WS-SLOT-COUNT)
           END-IF.

       CHECK-SLOT-TAKEN.
           IF WS-DAYB-READER (WS-SCHED-J) = WS-SCHED-READER (WS-SCHED-I)
                   AND WS-DAYB-TIME (WS-SCHED-J) = WS-SCHED-HHMM-X
               MOVE "Y" TO WS-SCHED-TAKEN
           END-IF.

       SORT-OPEN-SLOTS.
           IF WS-SLOT-COUNT > 1
               PERFORM SORT-OPEN-SLOTS-PASS
                   VARYING WS-SCHED-I FROM 1 BY 1
                       UNTIL WS-SCHED-I = WS-SLOT-COUNT
           END-IF.

       SORT-OPEN-SLOTS-PASS.
           PERFORM SORT-OPEN-SLOTS-COMPARE
               VARYING WS-SCHED-J FROM 1 BY 1
                   UNTIL WS-SCHED-J = WS-SLOT-COUNT.

       SORT-OPEN-SLOTS-COMPARE.
           IF WS-SLOT-ENTRY (WS-SCHED-J)
                   > WS-SLOT-ENTRY (WS-SCHED-J + 1)
               MOVE WS-SLOT-ENTRY (WS-SCHED-J) TO WS-SLOT-HOLD-ENTRY
               MOVE WS-SLOT-ENTRY (WS-SCHED-J + 1)
                   TO WS-SLOT-ENTRY (WS-SCHED-J)
               MOVE WS-SLOT-HOLD-ENTRY
                   TO WS-SLOT-ENTRY (WS-SCHED-J + 1)
           END-IF.

       LIST-OPEN-SLOT.
           MOVE WS-SLOT-TIME (WS-SCHED-I) TO WS-SCHED-HHMM-X
           PERFORM FORMAT-SLOT-TIME
           MOVE WS-SLOT-READER (WS-SCHED-I) TO WS-COM-READER
           MOVE 0 TO WS-COM-STF-SLOT
           PERFORM FIND-STAFF-SLOT
               VARYING WS-COM-STF-I FROM 1 BY 1
                   UNTIL WS-COM-STF-I > WS-STF-COUNT
           IF WS-COM-STF-SLOT > 0
               DISPLAY "  " WS-SCHED-I ") " WS-SCHED-TIME-ED "  "
                   WS-SLOT-READER (WS-SCHED-I) " "
                   FUNCTION TRIM (WS-STF-NAME (WS-COM-STF-SLOT))
           ELSE
               DISPLAY "  " WS-SCHED-I ") " WS-SCHED-TIME-ED "  "
                   WS-SLOT-READER (WS-SCHED-I)
           END-IF.

       CHECK-SLOT-CONFLICT.
           MOVE WS-APPT-DATE-INPUT TO WS-SCHED-DATE
           PERFORM LOAD-DAY-BOOKINGS
           PERFORM CHECK-BOOKING-CONFLICT
               VARYING WS-SCHED-J FROM 1 BY 1
                   UNTIL WS-SCHED-J > WS-DAYB-COUNT.

       CHECK-BOOKING-CONFLICT.
           IF WS-DAYB-READER (WS-SCHED-J) = WS-APPT-READER-INPUT
                   AND WS-DAYB-TIME (WS-SCHED-J) = WS-APPT-TIME-INPUT
                   AND WS-DAYB-CLIENT (WS-SCHED-J)
                       NOT = WS-MASTER-ID-INPUT
               MOVE "Y" TO WS-APPT-CONFLICT
           END-IF.

       HHMM-TO-MINUTES.
           MOVE 0 TO WS-SCHED-MIN
           IF WS-SCHED-HHMM-X IS NUMERIC
               DIVIDE WS-SCHED-HHMM BY 100
                   GIVING WS-SCHED-HH REMAINDER WS-SCHED-MM
               COMPUTE WS-SCHED-MIN = WS-SCHED-HH * 60 + WS-SCHED-MM
           END-IF.

       MINUTES-TO-HHMM.
           DIVIDE WS-SCHED-MIN BY 60
               GIVING WS-SCHED-HH REMAINDER WS-SCHED-MM
           COMPUTE WS-SCHED-HHMM = WS-SCHED-HH * 100 + WS-SCHED-MM.

       FORMAT-SLOT-TIME.
           MOVE SPACES TO WS-SCHED-TIME-ED
           IF WS-SCHED-HHMM-X NOT = SPACES
               STRING WS-SCHED-HHMM-X (1:2) DELIMITED SIZE
                      ":" DELIMITED SIZE
                      WS-SCHED-HHMM-X (3:2) DELIMITED SIZE
                      INTO WS-SCHED-TIME-ED
           END-IF.

       WRITE-APPOINTMENT.
           MOVE "N" TO WS-APPT-CONFLICT
           IF WS-APPT-READER-INPUT NOT = SPACES
               PERFORM CHECK-SLOT-CONFLICT
           END-IF
           IF WS-APPT-CONFLICT = "Y"
               DISPLAY FUNCTION TRIM (WS-APPT-READER-INPUT)
                   " is already booked at " WS-APPT-TIME-INPUT
                   " on " WS-APPT-DATE-INPUT "; booking abandoned."
           ELSE
               MOVE WS-APPT-SPREAD-INPUT TO APPT-SPREAD
               MOVE WS-APPT-DECK-INPUT TO APPT-DECK
               MOVE WS-APPT-DATE-INPUT TO APPT-DATE
               MOVE WS-MASTER-ID-INPUT TO APPT-CLIENT-ID
               MOVE WS-APPT-TIME-INPUT TO APPT-TIME
               MOVE WS-APPT-READER-INPUT TO APPT-READER
               MOVE "B" TO APPT-STATUS
               PERFORM OPEN-APPOINTMENT-IO
               IF WS-APPT-FILE-STATUS NOT = "00"
                   DISPLAY "Booking abandoned."
               ELSE
                   WRITE APPOINTMENT-RECORD
                       INVALID KEY
                           PERFORM REBOOK-APPOINTMENT
                       NOT INVALID KEY
                           PERFORM SHOW-BOOKING-CONFIRMATION
                   END-WRITE
                   CLOSE APPOINTMENT-FILE
               END-IF
           END-IF.

       SHOW-BOOKING-CONFIRMATION.
           IF APPT-READER = SPACES
               DISPLAY "Booked " FUNCTION TRIM (CM-NAME)
                   " for " APPT-DATE " ("
                   FUNCTION TRIM (APPT-SPREAD) ")."
           ELSE
               MOVE APPT-TIME TO WS-SCHED-HHMM-X
               PERFORM FORMAT-SLOT-TIME
               DISPLAY "Booked " FUNCTION TRIM (CM-NAME)
                   " for " APPT-DATE " at " WS-SCHED-TIME-ED
                   " with " FUNCTION TRIM (APPT-READER) " ("
                   FUNCTION TRIM (APPT-SPREAD) ")."
           END-IF.

       REBOOK-APPOINTMENT.
           READ APPOINTMENT-FILE
               INVALID KEY
                   DISPLAY "WARNING: could not book the "
                       "appointment (status "
                       WS-APPT-FILE-STATUS ")."
               NOT INVALID KEY
                   IF APPT-STATUS = "C"
                       MOVE "B" TO APPT-STATUS
                       MOVE WS-APPT-SPREAD-INPUT TO APPT-SPREAD
                       MOVE WS-APPT-DECK-INPUT TO APPT-DECK
                       MOVE WS-APPT-TIME-INPUT TO APPT-TIME
                       MOVE WS-APPT-READER-INPUT TO APPT-READER
                       REWRITE APPOINTMENT-RECORD
                       DISPLAY "Cancelled booking revived:"
                       PERFORM SHOW-BOOKING-CONFIRMATION
                   ELSE
                       DISPLAY "That client already has an "
                           "appointment on " APPT-DATE "."
                   END-IF
           END-READ.

       LIST-APPOINTMENTS.
           DISPLAY " "
           DISPLAY "List appointments"
           DISPLAY "-------------------"
           DISPLAY "Date to list (YYYYMMDD, blank for all): "
           ACCEPT WS-APPT-DATE-INPUT
           MOVE "N" TO WS-APPT-EOF
           MOVE "N" TO WS-APPT-FOUND-ANY
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "35"
               DISPLAY "The appointment book is empty."
           ELSE
           IF WS-APPT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "). If the "
                   "book predates the current layout, run the "
                   "MIGRATEAPPT command once."
           ELSE
               MOVE LOW-VALUES TO APPT-KEY
               IF WS-APPT-DATE-INPUT NOT = SPACES
                   MOVE WS-APPT-DATE-INPUT TO APPT-DATE
               END-IF
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-EOF
               END-START
               PERFORM UNTIL WS-APPT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-APPT-EOF
                       NOT AT END
                           PERFORM LIST-APPOINTMENT-ENTRY
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-APPT-EOF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
               IF WS-APPT-FOUND-ANY = "N"
                   DISPLAY "No appointments found."
               END-IF
           END-IF
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       LIST-APPOINTMENT-ENTRY.
           IF WS-APPT-DATE-INPUT NOT = SPACES
                   AND APPT-DATE NOT = WS-APPT-DATE-INPUT
               MOVE "Y" TO WS-APPT-EOF
           ELSE
               MOVE "Y" TO WS-APPT-FOUND-ANY
               EVALUATE APPT-STATUS
                   WHEN "B"
                       DISPLAY APPT-DATE " " APPT-TIME " "
                           APPT-READER " " APPT-CLIENT-ID " "
                           APPT-SPREAD " BOOKED"
                   WHEN "F"
                       DISPLAY APPT-DATE " " APPT-TIME " "
                           APPT-READER " " APPT-CLIENT-ID " "
                           APPT-SPREAD " FULFILLED"
                   WHEN "C"
                       DISPLAY APPT-DATE " " APPT-TIME " "
                           APPT-READER " " APPT-CLIENT-ID " "
                           APPT-SPREAD " CANCELLED"
                   WHEN "N"
                       DISPLAY APPT-DATE " " APPT-TIME " "
                           APPT-READER " " APPT-CLIENT-ID " "
                           APPT-SPREAD " NO-SHOW"
                   WHEN OTHER
                       DISPLAY APPT-DATE " " APPT-TIME " "
                           APPT-READER " " APPT-CLIENT-ID " "
                           APPT-SPREAD " " APPT-STATUS
               END-EVALUATE
           END-IF.

       CANCEL-APPOINTMENT.
           DISPLAY " "
           DISPLAY "Cancel an appointment"
           DISPLAY "-------------------"
           DISPLAY "Appointment date (YYYYMMDD): "
           ACCEPT WS-APPT-DATE-INPUT
           DISPLAY "Client ID: "
           ACCEPT WS-MASTER-ID-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-MASTER-ID-INPUT))
               TO WS-MASTER-ID-INPUT
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "35"
               DISPLAY "The appointment book is empty."
           ELSE
           IF WS-APPT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "). If the "
                   "book predates the current layout, run the "
                   "MIGRATEAPPT command once."
           ELSE
               MOVE WS-APPT-DATE-INPUT TO APPT-DATE
               MOVE WS-MASTER-ID-INPUT TO APPT-CLIENT-ID
               READ APPOINTMENT-FILE
                   INVALID KEY
                       DISPLAY "No appointment on file for that "
                           "client and date."
                   NOT INVALID KEY
                       IF APPT-STATUS = "B"
                           MOVE "C" TO APPT-STATUS
                           REWRITE APPOINTMENT-RECORD
                           DISPLAY "Appointment cancelled."
                           PERFORM CHECK-LATE-CANCELLATION
                       ELSE
                           DISPLAY "That appointment is not open; "
                               "nothing cancelled."
                       END-IF
               END-READ
               CLOSE APPOINTMENT-FILE
           END-IF
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       RUN-APPOINTMENT-BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-APPT-TODAY
           MOVE 0 TO WS-APPT-PROCESSED
           MOVE 0 TO WS-APPT-SKIPPED
           MOVE "N" TO WS-APPT-EOF
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "35"
               DISPLAY "The appointment book is empty; nothing to "
                   "process."
           ELSE
           IF WS-APPT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "). If the "
                   "book predates the current layout, run the "
                   "MIGRATEAPPT command once."
           ELSE
               OPEN OUTPUT APPT-REPORT-FILE
               MOVE SPACES TO WS-APPT-LINE
               STRING "=== Appointment readings for "
                          DELIMITED SIZE
                      WS-APPT-TODAY DELIMITED SIZE
                      " ===" DELIMITED SIZE
                      INTO WS-APPT-LINE
               MOVE WS-APPT-LINE TO APPT-REPORT-RECORD
               WRITE APPT-REPORT-RECORD

               MOVE WS-APPT-TODAY TO APPT-DATE
               MOVE LOW-VALUES TO APPT-CLIENT-ID
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-EOF
               END-START
               PERFORM UNTIL WS-APPT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-APPT-EOF
                       NOT AT END
                           IF APPT-DATE NOT = WS-APPT-TODAY
                               MOVE "Y" TO WS-APPT-EOF
                           ELSE
                               PERFORM PROCESS-APPOINTMENT
                           END-IF
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-APPT-EOF
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-APPT-LINE
               STRING "Appointments fulfilled: " DELIMITED SIZE
                      WS-APPT-PROCESSED DELIMITED SIZE
                      "  skipped: " DELIMITED SIZE
                      WS-APPT-SKIPPED DELIMITED SIZE
                      INTO WS-APPT-LINE
               MOVE WS-APPT-LINE TO APPT-REPORT-RECORD
               WRITE APPT-REPORT-RECORD
               CLOSE APPT-REPORT-FILE
               CLOSE APPOINTMENT-FILE
               DISPLAY "Appointment run complete: "
                   WS-APPT-PROCESSED " fulfilled, "
                   WS-APPT-SKIPPED " skipped."
           END-IF
           END-IF.

       PROCESS-APPOINTMENT.
           IF APPT-STATUS = "B"
               MOVE APPT-CLIENT-ID TO WS-MASTER-ID-INPUT
               PERFORM READ-CLIENT-MASTER
               MOVE APPT-SPREAD TO WS-CAT-PICK
               PERFORM FIND-CATALOG-SPREAD
               IF WS-MASTER-FOUND = "N" OR CM-STATUS NOT = "A"
                   ADD 1 TO WS-APPT-SKIPPED
                   MOVE SPACES TO WS-APPT-LINE
                   STRING FUNCTION TRIM (APPT-CLIENT-ID)
                              DELIMITED SIZE
                          " | SKIPPED: client not on file or "
                              DELIMITED SIZE
                          "inactive" DELIMITED SIZE
                          INTO WS-APPT-LINE
                   MOVE WS-APPT-LINE TO APPT-REPORT-RECORD
                   WRITE APPT-REPORT-RECORD
               ELSE
               IF WS-CAT-IX = 0 AND APPT-SPREAD NOT = "CARD-OF-DAY"
                   ADD 1 TO WS-APPT-SKIPPED
                   MOVE SPACES TO WS-APPT-LINE
                   STRING FUNCTION TRIM (APPT-CLIENT-ID)
                              DELIMITED SIZE
                          " | SKIPPED: spread "
                              DELIMITED SIZE
                          FUNCTION TRIM (APPT-SPREAD)
                              DELIMITED SIZE
                          " is no longer in the catalog"
                              DELIMITED SIZE
                          INTO WS-APPT-LINE
                   MOVE WS-APPT-LINE TO APPT-REPORT-RECORD
                   WRITE APPT-REPORT-RECORD
               ELSE
                   PERFORM FULFILL-APPOINTMENT
               END-IF
               END-IF
           END-IF.

       FULFILL-APPOINTMENT.
           MOVE WS-READER-ID TO WS-APPT-SAVED-READER
           IF APPT-READER NOT = SPACES
               MOVE APPT-READER TO WS-READER-ID
           END-IF
           MOVE CM-CLIENT-ID TO WS-CLIENT-ID
           MOVE CM-NAME TO WS-CLIENT-NAME
           MOVE CM-ZODIAC TO WS-CLIENT-ZODIAC

           IF APPT-DECK NOT = SPACES
               MOVE APPT-DECK TO WS-DECK-PICK
               PERFORM FIND-DECK
               IF WS-DECK-FOUND-IX = 0
                   DISPLAY "WARNING: deck "
                       FUNCTION TRIM (APPT-DECK)
                       " is not on the shelf; using "
                       FUNCTION TRIM (WS-ACTIVE-DECK) "."
               ELSE
                   PERFORM ACTIVATE-DECK
               END-IF
           END-IF
           PERFORM SEED-SUMMARY-DECK

           IF APPT-SPREAD = "CARD-OF-DAY"
               MOVE "CARD-OF-DAY" TO WS-LOG-MENU-OPTION
               MOVE "Daily" TO WS-LOG-POSITION
               PERFORM RESET-DRAWN-CARDS
               PERFORM DRAW-DAILY-CARD
           ELSE
               MOVE WS-CAT-CODE (WS-CAT-IX) TO WS-LOG-MENU-OPTION
               PERFORM RESET-DRAWN-CARDS
               MOVE 1 TO WS-READING-COUNT
               PERFORM CATALOG-READING-LOOP
                   UNTIL WS-READING-COUNT
                       > WS-CAT-CARDS (WS-CAT-IX)
           END-IF

           MOVE SPACES TO WS-APPT-LINE
           STRING FUNCTION TRIM (WS-CLIENT-NAME) DELIMITED SIZE
                  " | " DELIMITED SIZE
                  FUNCTION TRIM (APPT-SPREAD) DELIMITED SIZE
                  " | " DELIMITED SIZE
                  FUNCTION TRIM (WS-CLIENT-SUMMARY)
                      DELIMITED SIZE
                  INTO WS-APPT-LINE
           MOVE WS-APPT-LINE TO APPT-REPORT-RECORD
           WRITE APPT-REPORT-RECORD

           PERFORM SAVE-CLIENT-ENTRY

           MOVE "F" TO APPT-STATUS
           REWRITE APPOINTMENT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: could not mark the "
                       "appointment for "
                       FUNCTION TRIM (APPT-CLIENT-ID)
                       " as fulfilled."
           END-REWRITE
           MOVE WS-APPT-SAVED-READER TO WS-READER-ID
           ADD 1 TO WS-APPT-PROCESSED.

       RUN-NOSHOW-SWEEP.
           PERFORM COMPUTE-NOSHOW-CUTOFF
           MOVE 0 TO WS-NS-MARKED
           MOVE 0 TO WS-NS-FEE-TOTAL
           MOVE 0 TO WS-NS-COUNT
           MOVE 0 TO WS-NSC-COUNT
           PERFORM LOAD-PRICE-TABLE
           MOVE "NO-SHOW" TO WS-NS-FEE-TYPE
           PERFORM FIND-FEE-PRICE
           IF WS-NS-FEE-SLOT = 0
               DISPLAY "WARNING: no NO-SHOW price is on file in "
                   "prices.dat; no-shows will be marked without a "
                   "fee."
           END-IF
           MOVE "N" TO WS-APPT-EOF
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "35"
               DISPLAY "The appointment book is empty; nothing to "
                   "sweep."
           ELSE
           IF WS-APPT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "). If the "
                   "book predates the current layout, run the "
                   "MIGRATEAPPT command once."
           ELSE
               MOVE LOW-VALUES TO APPT-KEY
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-EOF
               END-START
               PERFORM UNTIL WS-APPT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-APPT-EOF
                       NOT AT END
                           IF APPT-DATE NOT < WS-NS-TODAY
                               MOVE "Y" TO WS-APPT-EOF
                           ELSE
                               PERFORM SWEEP-NOSHOW-ENTRY
                           END-IF
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-APPT-EOF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
               PERFORM WRITE-NOSHOW-REPORT
               MOVE WS-NS-FEE-TOTAL TO WS-NS-MONEY-ED
               DISPLAY "No-show sweep complete: " WS-NS-MARKED
                   " booking(s) marked, fees posted "
                   WS-NS-MONEY-ED "."
               DISPLAY "No-show report written to noshow-report.dat"
           END-IF
           END-IF.

       COMPUTE-NOSHOW-CUTOFF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-NS-TODAY
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-NS-DATE-NUM
           COMPUTE WS-NS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-NS-DATE-NUM)
           COMPUTE WS-NS-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-NS-TODAY-INT - WS-NS-WINDOW-DAYS)
           MOVE WS-NS-DATE-NUM TO WS-NS-CUTOFF.

       FIND-FEE-PRICE.
           MOVE 0 TO WS-NS-FEE-SLOT
           MOVE 0 TO WS-NS-FEE
           PERFORM FIND-FEE-PRICE-SLOT
               VARYING WS-BILL-I FROM 1 BY 1
                   UNTIL WS-BILL-I > WS-PRICE-COUNT
           IF WS-NS-FEE-SLOT > 0
               MOVE WS-PRICE-AMOUNT (WS-NS-FEE-SLOT) TO WS-NS-FEE
           END-IF.

       FIND-FEE-PRICE-SLOT.
           IF WS-PRICE-TYPE (WS-BILL-I) = WS-NS-FEE-TYPE
               MOVE WS-BILL-I TO WS-NS-FEE-SLOT
           END-IF.

       SWEEP-NOSHOW-ENTRY.
           IF APPT-STATUS = "B"
               MOVE "N" TO APPT-STATUS
               REWRITE APPOINTMENT-RECORD
                   INVALID KEY
                       MOVE "B" TO APPT-STATUS
                       DISPLAY "WARNING: could not mark the "
                           "appointment for "
                           FUNCTION TRIM (APPT-CLIENT-ID)
                           " on " APPT-DATE " as a no-show."
                   NOT INVALID KEY
                       PERFORM RECORD-NOSHOW
               END-REWRITE
           END-IF
           IF APPT-STATUS = "N"
                   AND APPT-DATE NOT < WS-NS-CUTOFF
               MOVE APPT-CLIENT-ID TO WS-NS-CLIENT
               PERFORM FIND-NOSHOW-CLIENT-OR-ADD
               IF WS-NS-SLOT > 0
                   ADD 1 TO WS-NSC-RECENT (WS-NS-SLOT)
               END-IF
           END-IF.

       RECORD-NOSHOW.
           ADD 1 TO WS-NS-MARKED
           IF WS-NS-FEE > 0
               PERFORM POST-APPOINTMENT-FEE
               ADD WS-NS-FEE TO WS-NS-FEE-TOTAL
           END-IF
           IF WS-NS-COUNT < 300
               ADD 1 TO WS-NS-COUNT
               MOVE APPT-CLIENT-ID TO WS-NS-ENT-CLIENT (WS-NS-COUNT)
               MOVE APPT-DATE TO WS-NS-ENT-DATE (WS-NS-COUNT)
               MOVE APPT-SPREAD TO WS-NS-ENT-SPREAD (WS-NS-COUNT)
               MOVE WS-NS-FEE TO WS-NS-ENT-FEE (WS-NS-COUNT)
           END-IF
           MOVE APPT-CLIENT-ID TO WS-NS-CLIENT
           PERFORM FIND-NOSHOW-CLIENT-OR-ADD
           IF WS-NS-SLOT > 0
               ADD 1 TO WS-NSC-SWEPT (WS-NS-SLOT)
               ADD WS-NS-FEE TO WS-NSC-FEES (WS-NS-SLOT)
           END-IF.

       POST-APPOINTMENT-FEE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-LEDGER-DATE-FIELD
           MOVE APPT-CLIENT-ID TO WS-LEDGER-CLIENT-FIELD
           MOVE "FEE" TO WS-LEDGER-TYPE-FIELD
           MOVE WS-NS-FEE TO WS-LEDGER-AMT-OUT
           MOVE APPT-DATE (1:6) TO WS-LEDGER-PERIOD-FIELD
           MOVE WS-NS-FEE-TYPE TO WS-LEDGER-REASON-FIELD
           MOVE SPACES TO WS-LEDGER-TENDER-FIELD
           MOVE SPACES TO WS-LEDGER-REF-FIELD
           PERFORM APPEND-LEDGER-ROW.

       FIND-NOSHOW-CLIENT-OR-ADD.
           MOVE 0 TO WS-NS-SLOT
           PERFORM FIND-NOSHOW-CLIENT
               VARYING WS-NS-I FROM 1 BY 1
                   UNTIL WS-NS-I > WS-NSC-COUNT
           IF WS-NS-SLOT = 0
                   AND WS-NSC-COUNT < 200
               ADD 1 TO WS-NSC-COUNT
               MOVE WS-NSC-COUNT TO WS-NS-SLOT
               MOVE WS-NS-CLIENT TO WS-NSC-CLIENT (WS-NS-SLOT)
               MOVE 0 TO WS-NSC-RECENT (WS-NS-SLOT)
               MOVE 0 TO WS-NSC-SWEPT (WS-NS-SLOT)
               MOVE 0 TO WS-NSC-FEES (WS-NS-SLOT)
           END-IF.

       FIND-NOSHOW-CLIENT.
           IF WS-NSC-CLIENT (WS-NS-I) = WS-NS-CLIENT
               MOVE WS-NS-I TO WS-NS-SLOT
           END-IF.

       WRITE-NOSHOW-REPORT.
           OPEN OUTPUT NOSHOW-REPORT-FILE
           MOVE SPACES TO WS-NS-LINE
           STRING "=== No-show sweep of bookings before "
                      DELIMITED SIZE
                  WS-NS-TODAY DELIMITED SIZE
                  " ===" DELIMITED SIZE
                  INTO WS-NS-LINE
           MOVE WS-NS-LINE TO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD
           IF WS-NS-MARKED = 0
               MOVE SPACES TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
               MOVE "No past-dated open bookings were found."
                   TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
           ELSE
               PERFORM WRITE-NOSHOW-CLIENT
                   VARYING WS-NS-I FROM 1 BY 1
                       UNTIL WS-NS-I > WS-NSC-COUNT
               MOVE SPACES TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
               MOVE WS-NS-MARKED TO WS-NS-COUNT-ED
               MOVE WS-NS-FEE-TOTAL TO WS-NS-MONEY-ED
               MOVE SPACES TO WS-NS-LINE
               STRING "No-shows marked: " DELIMITED SIZE
                      WS-NS-COUNT-ED DELIMITED SIZE
                      "   Fees posted to the ledger: "
                          DELIMITED SIZE
                      WS-NS-MONEY-ED DELIMITED SIZE
                      INTO WS-NS-LINE
               MOVE WS-NS-LINE TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
           END-IF
           CLOSE NOSHOW-REPORT-FILE.

       WRITE-NOSHOW-CLIENT.
           IF WS-NSC-SWEPT (WS-NS-I) > 0
               MOVE SPACES TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
               MOVE WS-NSC-CLIENT (WS-NS-I) TO WS-MASTER-ID-INPUT
               PERFORM READ-CLIENT-MASTER
               MOVE SPACES TO WS-NS-LINE
               IF WS-MASTER-FOUND = "Y"
                   STRING "Client: " DELIMITED SIZE
                          FUNCTION TRIM (CM-NAME) DELIMITED SIZE
                          " (" DELIMITED SIZE
                          FUNCTION TRIM (WS-NSC-CLIENT (WS-NS-I))
                              DELIMITED SIZE
                          ")" DELIMITED SIZE
                          INTO WS-NS-LINE
               ELSE
                   STRING "Client: " DELIMITED SIZE
                          FUNCTION TRIM (WS-NSC-CLIENT (WS-NS-I))
                              DELIMITED SIZE
                          " (not on the client master)"
                              DELIMITED SIZE
                          INTO WS-NS-LINE
               END-IF
               MOVE WS-NS-LINE TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
               PERFORM WRITE-NOSHOW-ENTRY
                   VARYING WS-NS-J FROM 1 BY 1
                       UNTIL WS-NS-J > WS-NS-COUNT
               MOVE WS-NSC-RECENT (WS-NS-I) TO WS-NS-COUNT-ED
               MOVE WS-NSC-FEES (WS-NS-I) TO WS-NS-MONEY-ED
               MOVE SPACES TO WS-NS-LINE
               STRING "  Fees this run: " DELIMITED SIZE
                      WS-NS-MONEY-ED DELIMITED SIZE
                      "   No-shows in the last " DELIMITED SIZE
                      WS-NS-WINDOW-DAYS DELIMITED SIZE
                      " days: " DELIMITED SIZE
                      WS-NS-COUNT-ED DELIMITED SIZE
                      INTO WS-NS-LINE
               IF WS-NSC-RECENT (WS-NS-I) NOT < WS-NS-WARN-AT
                   MOVE "** repeat no-show **" TO WS-NS-LINE (80:20)
               END-IF
               MOVE WS-NS-LINE TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
           END-IF.

       WRITE-NOSHOW-ENTRY.
           IF WS-NS-ENT-CLIENT (WS-NS-J) = WS-NSC-CLIENT (WS-NS-I)
               MOVE WS-NS-ENT-FEE (WS-NS-J) TO WS-NS-MONEY-ED
               MOVE SPACES TO WS-NS-LINE
               MOVE WS-NS-ENT-DATE (WS-NS-J) TO WS-NS-LINE (3:8)
               MOVE WS-NS-ENT-SPREAD (WS-NS-J) TO WS-NS-LINE (13:15)
               MOVE WS-NS-MONEY-ED TO WS-NS-LINE (30:10)
               MOVE WS-NS-LINE TO NOSHOW-REPORT-RECORD
               WRITE NOSHOW-REPORT-RECORD
           END-IF.

       CHECK-LATE-CANCELLATION.
           PERFORM COMPUTE-NOSHOW-CUTOFF
           MOVE 0 TO WS-NS-MINUTES-LEFT
           IF APPT-DATE IS NUMERIC
               MOVE APPT-DATE TO WS-NS-DATE-NUM
               COMPUTE WS-NS-APPT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-NS-DATE-NUM)
               COMPUTE WS-NS-MINUTES-LEFT =
                   (WS-NS-APPT-INT - WS-NS-TODAY-INT) * 1440
               IF APPT-TIME IS NUMERIC
                   MOVE APPT-TIME TO WS-SCHED-HHMM-X
                   PERFORM HHMM-TO-MINUTES
                   ADD WS-SCHED-MIN TO WS-NS-MINUTES-LEFT
                   MOVE WS-CURRENT-DATE-FIELD (9:4)
                       TO WS-SCHED-HHMM-X
                   PERFORM HHMM-TO-MINUTES
                   SUBTRACT WS-SCHED-MIN FROM WS-NS-MINUTES-LEFT
               END-IF
           END-IF
           IF WS-NS-MINUTES-LEFT < WS-NS-LATE-HOURS * 60
               PERFORM LOAD-PRICE-TABLE
               MOVE "LATE-CANCEL" TO WS-NS-FEE-TYPE
               PERFORM FIND-FEE-PRICE
               IF WS-NS-FEE = 0
                   DISPLAY "NOTE: this is a late cancellation, but "
                       "no LATE-CANCEL price is on file; no fee "
                       "charged."
               ELSE
                   PERFORM POST-APPOINTMENT-FEE
                   MOVE WS-NS-FEE TO WS-NS-MONEY-ED
                   DISPLAY "Late cancellation: a fee of "
                       WS-NS-MONEY-ED " has been posted to the "
                       "client's account."
               END-IF
           END-IF.

       WARN-REPEAT-NOSHOWS.
           PERFORM COMPUTE-NOSHOW-CUTOFF
           MOVE CM-CLIENT-ID TO WS-NS-CLIENT
           MOVE 0 TO WS-NS-RECENT
           MOVE "N" TO WS-APPT-EOF
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "00"
               MOVE WS-NS-CUTOFF TO APPT-DATE
               MOVE LOW-VALUES TO APPT-CLIENT-ID
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-EOF
               END-START
               PERFORM UNTIL WS-APPT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-APPT-EOF
                       NOT AT END
                           IF APPT-DATE NOT < WS-NS-TODAY
                               MOVE "Y" TO WS-APPT-EOF
                           ELSE
                               IF APPT-CLIENT-ID = WS-NS-CLIENT
                                       AND APPT-STATUS = "N"
                                   ADD 1 TO WS-NS-RECENT
                               END-IF
                           END-IF
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-APPT-EOF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF
           IF WS-NS-RECENT NOT < WS-NS-WARN-AT
               DISPLAY "WARNING: " FUNCTION TRIM (CM-NAME)
                   " has missed " WS-NS-RECENT " appointment(s) "
                   "in the last " WS-NS-WINDOW-DAYS " days. "
                   "Consider asking for payment up front."
           END-IF.

       RUN-READER-RUNSHEET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-RS-DATE
           IF WS-READER-INPUT IS NUMERIC
               MOVE WS-READER-INPUT TO WS-RS-DATE
           END-IF
           MOVE WS-RS-DATE TO WS-SCHED-DATE-NUM
           PERFORM COMPUTE-SCHEDULE-DAY
           PERFORM LOAD-STAFF-TABLE
           MOVE 0 TO WS-RS-COUNT
           MOVE "N" TO WS-APPT-EOF
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "00"
               MOVE WS-RS-DATE TO APPT-DATE
               MOVE LOW-VALUES TO APPT-CLIENT-ID
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-APPT-EOF
               END-START
               PERFORM UNTIL WS-APPT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-APPT-EOF
                       NOT AT END
                           IF APPT-DATE NOT = WS-RS-DATE
                               MOVE "Y" TO WS-APPT-EOF
                           ELSE
                               PERFORM ADD-RUNSHEET-ENTRY
                           END-IF
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-APPT-EOF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           ELSE
           IF WS-APPT-FILE-STATUS NOT = "35"
               DISPLAY "WARNING: could not open the appointment "
                   "book (status " WS-APPT-FILE-STATUS "). If the "
                   "book predates the current layout, run the "
                   "MIGRATEAPPT command once."
           END-IF
           END-IF
           PERFORM SORT-RUNSHEET
           OPEN OUTPUT RUNSHEET-FILE
           MOVE SPACES TO WS-RS-LINE
           STRING "=== Reader run sheet for " DELIMITED SIZE
                  WS-SCHED-DAY DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RS-DATE DELIMITED SIZE
                  " ===" DELIMITED SIZE
                  INTO WS-RS-LINE
           MOVE WS-RS-LINE TO RUNSHEET-RECORD
           WRITE RUNSHEET-RECORD
           IF WS-RS-COUNT = 0
               MOVE SPACES TO RUNSHEET-RECORD
               WRITE RUNSHEET-RECORD
               MOVE "No open bookings on file for this date."
                   TO RUNSHEET-RECORD
               WRITE RUNSHEET-RECORD
           ELSE
               MOVE HIGH-VALUES TO WS-RS-READER
               MOVE 0 TO WS-RS-GROUP
               PERFORM WRITE-RUNSHEET-ENTRY
                   VARYING WS-RS-I FROM 1 BY 1
                       UNTIL WS-RS-I > WS-RS-COUNT
               PERFORM WRITE-RUNSHEET-GROUP-TOTAL
               MOVE SPACES TO RUNSHEET-RECORD
               WRITE RUNSHEET-RECORD
               MOVE WS-RS-COUNT TO WS-RS-COUNT-ED
               MOVE SPACES TO WS-RS-LINE
               STRING "Total bookings: " DELIMITED SIZE
                      WS-RS-COUNT-ED DELIMITED SIZE
                      INTO WS-RS-LINE
               MOVE WS-RS-LINE TO RUNSHEET-RECORD
               WRITE RUNSHEET-RECORD
           END-IF
           CLOSE RUNSHEET-FILE
           DISPLAY "Run sheet for " WS-RS-DATE " written to "
               "runsheet.dat (" WS-RS-COUNT " booking(s))".

       ADD-RUNSHEET-ENTRY.
           IF (APPT-STATUS = "B" OR APPT-STATUS = "F")
                   AND WS-RS-COUNT < 200
               ADD 1 TO WS-RS-COUNT
               MOVE APPT-READER TO WS-RS-ENT-READER (WS-RS-COUNT)
               MOVE APPT-TIME TO WS-RS-ENT-TIME (WS-RS-COUNT)
               MOVE APPT-CLIENT-ID TO WS-RS-ENT-CLIENT (WS-RS-COUNT)
               MOVE APPT-SPREAD TO WS-RS-ENT-SPREAD (WS-RS-COUNT)
               MOVE APPT-DECK TO WS-RS-ENT-DECK (WS-RS-COUNT)
               MOVE APPT-STATUS TO WS-RS-ENT-STATUS (WS-RS-COUNT)
           END-IF.

       SORT-RUNSHEET.
           IF WS-RS-COUNT > 1
               PERFORM SORT-RUNSHEET-PASS
                   VARYING WS-RS-I FROM 1 BY 1
                       UNTIL WS-RS-I = WS-RS-COUNT
           END-IF.

       SORT-RUNSHEET-PASS.
           PERFORM SORT-RUNSHEET-COMPARE
               VARYING WS-RS-J FROM 1 BY 1
                   UNTIL WS-RS-J = WS-RS-COUNT.

       SORT-RUNSHEET-COMPARE.
           IF WS-RS-ENT-KEY (WS-RS-J) > WS-RS-ENT-KEY (WS-RS-J + 1)
               MOVE WS-RS-ENTRY (WS-RS-J) TO WS-RS-HOLD-ENTRY
               MOVE WS-RS-ENTRY (WS-RS-J + 1)
                   TO WS-RS-ENTRY (WS-RS-J)
               MOVE WS-RS-HOLD-ENTRY TO WS-RS-ENTRY (WS-RS-J + 1)
           END-IF.

       WRITE-RUNSHEET-ENTRY.
           IF WS-RS-ENT-READER (WS-RS-I) NOT = WS-RS-READER
               IF WS-RS-READER NOT = HIGH-VALUES
                   PERFORM WRITE-RUNSHEET-GROUP-TOTAL
               END-IF
               MOVE WS-RS-ENT-READER (WS-RS-I) TO WS-RS-READER
               MOVE 0 TO WS-RS-GROUP
               PERFORM WRITE-RUNSHEET-HEADING
           END-IF
           ADD 1 TO WS-RS-GROUP
           MOVE SPACES TO WS-RS-LINE
           MOVE WS-RS-ENT-TIME (WS-RS-I) TO WS-SCHED-HHMM-X
           PERFORM FORMAT-SLOT-TIME
           MOVE WS-SCHED-TIME-ED TO WS-RS-LINE (1:5)
           MOVE WS-RS-ENT-CLIENT (WS-RS-I) TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           IF WS-MASTER-FOUND = "Y"
               MOVE CM-NAME TO WS-RS-LINE (8:26)
           ELSE
               MOVE WS-RS-ENT-CLIENT (WS-RS-I) TO WS-RS-LINE (8:20)
           END-IF
           MOVE WS-RS-ENT-SPREAD (WS-RS-I) TO WS-RS-LINE (35:15)
           MOVE WS-RS-ENT-DECK (WS-RS-I) TO WS-RS-LINE (51:8)
           IF WS-RS-ENT-STATUS (WS-RS-I) = "F"
               MOVE "Already fulfilled" TO WS-RS-LINE (60:17)
           ELSE
               MOVE WS-RS-ENT-CLIENT (WS-RS-I) TO WS-LEDGER-TARGET
               MOVE SPACES TO WS-LEDGER-EXCL-PERIOD
               PERFORM LOAD-CLIENT-BALANCE
               PERFORM COMPUTE-TARGET-BALANCE
               MOVE SPACES TO WS-LEDGER-TARGET
               IF WS-LEDGER-PASTDUE > 0
                   MOVE WS-LEDGER-PASTDUE TO WS-AGE-MONEY-ED
                   STRING "Past due " DELIMITED SIZE
                          FUNCTION TRIM (WS-AGE-MONEY-ED)
                              DELIMITED SIZE
                          " - mention at the till" DELIMITED SIZE
                          INTO WS-RS-LINE (60:60)
               END-IF
           END-IF
           MOVE WS-RS-LINE TO RUNSHEET-RECORD
           WRITE RUNSHEET-RECORD.

       WRITE-RUNSHEET-HEADING.
           MOVE SPACES TO RUNSHEET-RECORD
           WRITE RUNSHEET-RECORD
           MOVE SPACES TO WS-RS-LINE
           IF WS-RS-READER = SPACES
               MOVE "--- Unassigned bookings ---" TO WS-RS-LINE
           ELSE
               MOVE WS-RS-READER TO WS-COM-READER
               MOVE 0 TO WS-COM-STF-SLOT
               PERFORM FIND-STAFF-SLOT
                   VARYING WS-COM-STF-I FROM 1 BY 1
                       UNTIL WS-COM-STF-I > WS-STF-COUNT
               IF WS-COM-STF-SLOT > 0
                   STRING "--- " DELIMITED SIZE
                          FUNCTION TRIM (WS-RS-READER) DELIMITED SIZE
                          "  " DELIMITED SIZE
                          FUNCTION TRIM (WS-STF-NAME (WS-COM-STF-SLOT))
                              DELIMITED SIZE
                          " ---" DELIMITED SIZE
                          INTO WS-RS-LINE
               ELSE
                   STRING "--- " DELIMITED SIZE
                          FUNCTION TRIM (WS-RS-READER) DELIMITED SIZE
                          " (not on the staff file) ---"
                              DELIMITED SIZE
                          INTO WS-RS-LINE
               END-IF
           END-IF
           MOVE WS-RS-LINE TO RUNSHEET-RECORD
           WRITE RUNSHEET-RECORD
           MOVE SPACES TO WS-RS-LINE
           MOVE "Time" TO WS-RS-LINE (1:4)
           MOVE "Client" TO WS-RS-LINE (8:6)
           MOVE "Spread" TO WS-RS-LINE (35:6)
           MOVE "Deck" TO WS-RS-LINE (51:4)
           MOVE "Note" TO WS-RS-LINE (60:4)
           MOVE WS-RS-LINE TO RUNSHEET-RECORD
           WRITE RUNSHEET-RECORD.

       WRITE-RUNSHEET-GROUP-TOTAL.
           MOVE WS-RS-GROUP TO WS-RS-COUNT-ED
           MOVE SPACES TO WS-RS-LINE
           STRING "  Bookings:" DELIMITED SIZE
                  WS-RS-COUNT-ED DELIMITED SIZE
                  INTO WS-RS-LINE
           MOVE WS-RS-LINE TO RUNSHEET-RECORD
           WRITE RUNSHEET-RECORD.

       RUN-RECONCILIATION.
           DISPLAY "Reconciliation of reading-log.dat against "
               "client-reading.dat"
           DISPLAY "Enter start date YYYYMMDD (blank for all): "
           ACCEPT WS-RECON-FROM
           IF WS-RECON-FROM = SPACES
               MOVE "00000000" TO WS-RECON-FROM
           END-IF
           DISPLAY "Enter end date YYYYMMDD (blank for all): "
           ACCEPT WS-RECON-TO
           IF WS-RECON-TO = SPACES
               MOVE "99999999" TO WS-RECON-TO
           END-IF

           MOVE 0 TO WS-RECON-COUNT
           MOVE 0 TO WS-RECON-MISMATCH
           MOVE 0 TO WS-RECON-DROPPED
           PERFORM TALLY-RECON-LOG-SIDE
           PERFORM TALLY-RECON-ARCHIVES
           PERFORM TALLY-RECON-CLIENT-SIDE
           PERFORM WRITE-RECONCILE-REPORT
           DISPLAY "Reconciliation report written to "
               "reconcile-report.dat".

       TALLY-RECON-LOG-SIDE.
           MOVE "N" TO WS-RECON-EOF
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               DISPLAY "No reading log found."
           ELSE
               PERFORM UNTIL WS-RECON-EOF = "Y"
                   READ READING-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-RECON-EOF
                       NOT AT END
                           MOVE READING-LOG-RECORD
                               TO WS-RECON-RAW-LINE
                           PERFORM TALLY-RECON-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE READING-LOG-FILE
           END-IF.

       TALLY-RECON-ARCHIVES.
           MOVE 0 TO WS-RECON-ARCH-COUNT
           MOVE "N" TO WS-RECON-ARCH-NOTE
           IF WS-RECON-FROM = "00000000"
                   OR WS-RECON-FROM (1:6) IS NOT NUMERIC
               MOVE "Y" TO WS-RECON-ARCH-NOTE
           ELSE
               MOVE WS-RECON-FROM (1:6) TO WS-RECON-MONTH
               IF WS-RECON-TO NOT = "99999999"
                       AND WS-RECON-TO (1:6) IS NUMERIC
                   MOVE WS-RECON-TO (1:6) TO WS-RECON-END-MONTH
               ELSE
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATE-FIELD
                   MOVE WS-CURRENT-DATE-FIELD (1:6)
                       TO WS-RECON-END-MONTH
               END-IF
               MOVE 0 TO WS-RECON-GUARD
               PERFORM TALLY-RECON-ONE-ARCHIVE
                   UNTIL WS-RECON-MONTH > WS-RECON-END-MONTH
                       OR WS-RECON-GUARD > 120
           END-IF.

       TALLY-RECON-ONE-ARCHIVE.
           ADD 1 TO WS-RECON-GUARD
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "reading-log-" DELIMITED SIZE
                  WS-RECON-MONTH DELIMITED SIZE
                  ".dat" DELIMITED SIZE
                  INTO WS-ARCHIVE-NAME
           MOVE "N" TO WS-RECON-EOF
           OPEN INPUT LOG-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-RECON-ARCH-COUNT
               PERFORM UNTIL WS-RECON-EOF = "Y"
                   READ LOG-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-RECON-EOF
                       NOT AT END
                           MOVE LOG-ARCHIVE-RECORD
                               TO WS-RECON-RAW-LINE
                           PERFORM TALLY-RECON-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOG-ARCHIVE-FILE
           END-IF
           MOVE WS-RECON-MONTH (5:2) TO WS-RECON-MM
           IF WS-RECON-MM = 12
               COMPUTE WS-RECON-MONTH = WS-RECON-MONTH + 89
           ELSE
               ADD 1 TO WS-RECON-MONTH
           END-IF.

       TALLY-RECON-LOG-ENTRY.
           MOVE SPACES TO WS-RPT-PARSE
           UNSTRING WS-RECON-RAW-LINE
               DELIMITED BY " | "
               INTO WS-RPT-TIMESTAMP
                    WS-RPT-TYPE
                    WS-RPT-POS-FIELD
                    WS-RPT-ID-FIELD
                    WS-RPT-ORIENT-FIELD
                    WS-RPT-NAME-FIELD
                    WS-RPT-CLIENT-FIELD
           IF WS-RPT-CLIENT-FIELD (8:20) NOT = SPACES
               MOVE WS-RPT-CLIENT-FIELD (8:20) TO WS-RECON-CLIENT
               MOVE WS-RPT-TIMESTAMP (1:8) TO WS-RECON-DATE
               MOVE WS-RPT-TYPE TO WS-RECON-TYPE
               IF WS-RECON-DATE NOT < WS-RECON-FROM
                       AND WS-RECON-DATE NOT > WS-RECON-TO
                   PERFORM FIND-RECON-SLOT-OR-ADD
                   IF WS-RECON-SLOT > 0
                       ADD 1 TO WS-RECON-LOG-CARDS (WS-RECON-SLOT)
                   END-IF
               END-IF
           END-IF.

       TALLY-RECON-CLIENT-SIDE.
           MOVE "N" TO WS-RECON-EOF
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "35"
               DISPLAY "No client reading history on file."
           ELSE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the client reading "
                   "history (status " WS-CLIENT-FILE-STATUS ")."
           ELSE
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RECON-EOF
               END-START
               PERFORM UNTIL WS-RECON-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RECON-EOF
                       NOT AT END
                           PERFORM TALLY-RECON-CLIENT-ENTRY
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-RECON-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-READING-FILE
           END-IF
           END-IF.

       TALLY-RECON-CLIENT-ENTRY.
           MOVE CR-CLIENT-ID TO WS-RECON-CLIENT
           MOVE CR-TIMESTAMP (1:8) TO WS-RECON-DATE
           MOVE CR-READING-TYPE TO WS-RECON-TYPE
           PERFORM CHECK-LINKED-READING
           IF WS-RECON-DATE NOT < WS-RECON-FROM
                   AND WS-RECON-DATE NOT > WS-RECON-TO
                   AND WS-CPL-LINKED = "N"
               MOVE WS-RECON-TYPE TO WS-CAT-PICK
               PERFORM FIND-CATALOG-SPREAD
               IF WS-CAT-IX > 0
                   MOVE WS-CAT-CARDS (WS-CAT-IX)
                       TO WS-RECON-EXPECTED
               ELSE
                   MOVE 1 TO WS-RECON-EXPECTED
               END-IF
               PERFORM FIND-RECON-SLOT-OR-ADD
               IF WS-RECON-SLOT > 0
                   ADD WS-RECON-EXPECTED
                       TO WS-RECON-EXP-CARDS (WS-RECON-SLOT)
               END-IF
           END-IF.

       FIND-RECON-SLOT-OR-ADD.
           MOVE 0 TO WS-RECON-SLOT
           PERFORM FIND-RECON-SLOT
               VARYING WS-RECON-I FROM 1 BY 1
                   UNTIL WS-RECON-I > WS-RECON-COUNT
           IF WS-RECON-SLOT = 0
               IF WS-RECON-COUNT < 500
                   ADD 1 TO WS-RECON-COUNT
                   MOVE WS-RECON-COUNT TO WS-RECON-SLOT
                   MOVE WS-RECON-CLIENT
                       TO WS-RECON-KEY-CLIENT (WS-RECON-SLOT)
                   MOVE WS-RECON-DATE
                       TO WS-RECON-KEY-DATE (WS-RECON-SLOT)
                   MOVE WS-RECON-TYPE
                       TO WS-RECON-KEY-TYPE (WS-RECON-SLOT)
                   MOVE 0 TO WS-RECON-LOG-CARDS (WS-RECON-SLOT)
                   MOVE 0 TO WS-RECON-EXP-CARDS (WS-RECON-SLOT)
               ELSE
                   ADD 1 TO WS-RECON-DROPPED
               END-IF
           END-IF.

       FIND-RECON-SLOT.
           IF WS-RECON-KEY-CLIENT (WS-RECON-I) = WS-RECON-CLIENT
                   AND WS-RECON-KEY-DATE (WS-RECON-I)
                       = WS-RECON-DATE
                   AND WS-RECON-KEY-TYPE (WS-RECON-I)
                       = WS-RECON-TYPE
               MOVE WS-RECON-I TO WS-RECON-SLOT
           END-IF.

       WRITE-RECONCILE-REPORT.
           OPEN OUTPUT RECONCILE-REPORT-FILE
           MOVE "=== Reading Log / Client History Reconciliation "
               & "===" TO RECONCILE-REPORT-RECORD
           WRITE RECONCILE-REPORT-RECORD
           MOVE SPACES TO WS-RECON-LINE
           STRING "Date range: " DELIMITED SIZE
                  WS-RECON-FROM DELIMITED SIZE
                  " through " DELIMITED SIZE
                  WS-RECON-TO DELIMITED SIZE
                  INTO WS-RECON-LINE
           MOVE WS-RECON-LINE TO RECONCILE-REPORT-RECORD
           WRITE RECONCILE-REPORT-RECORD
           IF WS-RECON-ARCH-NOTE = "Y"
               MOVE "NOTE: open-ended start date; archived monthly "
                   & "logs were not scanned, so entries archived "
                   & "by a month-end run are not counted."
                   TO RECONCILE-REPORT-RECORD
               WRITE RECONCILE-REPORT-RECORD
           ELSE
               MOVE WS-RECON-ARCH-COUNT TO WS-RECON-COUNT-ED
               MOVE SPACES TO WS-RECON-LINE
               STRING "Archived monthly logs scanned: "
                          DELIMITED SIZE
                      WS-RECON-COUNT-ED DELIMITED SIZE
                      INTO WS-RECON-LINE
               MOVE WS-RECON-LINE TO RECONCILE-REPORT-RECORD
               WRITE RECONCILE-REPORT-RECORD
           END-IF
           MOVE SPACES TO RECONCILE-REPORT-RECORD
           WRITE RECONCILE-REPORT-RECORD

           PERFORM WRITE-RECONCILE-ENTRY
               VARYING WS-RECON-I FROM 1 BY 1
                   UNTIL WS-RECON-I > WS-RECON-COUNT

           MOVE SPACES TO RECONCILE-REPORT-RECORD
           WRITE RECONCILE-REPORT-RECORD
           IF WS-RECON-MISMATCH = 0
               MOVE "RECONCILIATION CLEAN: the two files agree "
                   & "for this range." TO RECONCILE-REPORT-RECORD
               WRITE RECONCILE-REPORT-RECORD
           ELSE
               MOVE WS-RECON-MISMATCH TO WS-RECON-COUNT-ED
               MOVE SPACES TO WS-RECON-LINE
               STRING "DISCREPANCIES FOUND: " DELIMITED SIZE
                      WS-RECON-COUNT-ED DELIMITED SIZE
                      " client/date/type group(s) do not agree."
                          DELIMITED SIZE
                      INTO WS-RECON-LINE
               MOVE WS-RECON-LINE TO RECONCILE-REPORT-RECORD
               WRITE RECONCILE-REPORT-RECORD
           END-IF
           IF WS-RECON-DROPPED > 0
               MOVE WS-RECON-DROPPED TO WS-RECON-COUNT-ED
               MOVE SPACES TO WS-RECON-LINE
               STRING "WARNING: " DELIMITED SIZE
                      WS-RECON-COUNT-ED DELIMITED SIZE
                      " group(s) exceeded the comparison table "
                          DELIMITED SIZE
                      "and were not checked." DELIMITED SIZE
                      INTO WS-RECON-LINE
               MOVE WS-RECON-LINE TO RECONCILE-REPORT-RECORD
               WRITE RECONCILE-REPORT-RECORD
           END-IF
           CLOSE RECONCILE-REPORT-FILE.

       WRITE-RECONCILE-ENTRY.
           IF WS-RECON-LOG-CARDS (WS-RECON-I)
                   NOT = WS-RECON-EXP-CARDS (WS-RECON-I)
               ADD 1 TO WS-RECON-MISMATCH
               MOVE WS-RECON-LOG-CARDS (WS-RECON-I)
                   TO WS-RECON-COUNT-ED
               MOVE WS-RECON-EXP-CARDS (WS-RECON-I)
                   TO WS-RECON-COUNT-ED-2
               MOVE SPACES TO WS-RECON-LINE
               EVALUATE TRUE
                   WHEN WS-RECON-LOG-CARDS (WS-RECON-I) = 0
                       STRING FUNCTION TRIM
                                  (WS-RECON-KEY-CLIENT
                                      (WS-RECON-I))
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              WS-RECON-KEY-DATE (WS-RECON-I)
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              FUNCTION TRIM
                                  (WS-RECON-KEY-TYPE (WS-RECON-I))
                                  DELIMITED SIZE
                              ": client reading on file but no "
                                  DELIMITED SIZE
                              "matching log entries" DELIMITED SIZE
                              INTO WS-RECON-LINE
                   WHEN WS-RECON-EXP-CARDS (WS-RECON-I) = 0
                       STRING FUNCTION TRIM
                                  (WS-RECON-KEY-CLIENT
                                      (WS-RECON-I))
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              WS-RECON-KEY-DATE (WS-RECON-I)
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              FUNCTION TRIM
                                  (WS-RECON-KEY-TYPE (WS-RECON-I))
                                  DELIMITED SIZE
                              ": log entries present but no "
                                  DELIMITED SIZE
                              "client-reading record" DELIMITED SIZE
                              INTO WS-RECON-LINE
                   WHEN OTHER
                       STRING FUNCTION TRIM
                                  (WS-RECON-KEY-CLIENT
                                      (WS-RECON-I))
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              WS-RECON-KEY-DATE (WS-RECON-I)
                                  DELIMITED SIZE
                              " " DELIMITED SIZE
                              FUNCTION TRIM
                                  (WS-RECON-KEY-TYPE (WS-RECON-I))
                                  DELIMITED SIZE
                              ": card counts disagree (logged"
                                  DELIMITED SIZE
                              WS-RECON-COUNT-ED DELIMITED SIZE
                              ", expected" DELIMITED SIZE
                              WS-RECON-COUNT-ED-2 DELIMITED SIZE
                              ")" DELIMITED SIZE
                              INTO WS-RECON-LINE
               END-EVALUATE
               MOVE WS-RECON-LINE TO RECONCILE-REPORT-RECORD
               WRITE RECONCILE-REPORT-RECORD
           END-IF.

       RUN-READER-REPORT.
           MOVE 0 TO WS-RDR-COUNT
           MOVE 0 TO WS-RDR-DAY-COUNT
           MOVE "N" TO WS-RDR-EOF
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               DISPLAY "No reading log found; nothing to report."
           ELSE
               PERFORM UNTIL WS-RDR-EOF = "Y"
                   READ READING-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-RDR-EOF
                       NOT AT END
                           PERFORM TALLY-READER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE READING-LOG-FILE
               PERFORM WRITE-READER-REPORT
               DISPLAY "Reader activity report written to "
                   "reader-report.dat"
           END-IF.

       TALLY-READER-ENTRY.
           IF READING-LOG-RECORD NOT = SPACES
               MOVE SPACES TO WS-RPT-PARSE
               UNSTRING READING-LOG-RECORD
                   DELIMITED BY " | "
                   INTO WS-RPT-TIMESTAMP
                        WS-RPT-TYPE
                        WS-RPT-POS-FIELD
                        WS-RPT-ID-FIELD
                        WS-RPT-ORIENT-FIELD
                        WS-RPT-NAME-FIELD
                        WS-RPT-CLIENT-FIELD
                        WS-RPT-READER-FIELD
               IF WS-RPT-READER-FIELD (8:8) = SPACES
                   MOVE "UNKNOWN" TO WS-RDR-CURRENT
               ELSE
                   MOVE WS-RPT-READER-FIELD (8:8)
                       TO WS-RDR-CURRENT
               END-IF
               MOVE WS-RPT-TIMESTAMP (1:8) TO WS-RDR-DATE
               PERFORM TALLY-READER-TOTAL
               PERFORM TALLY-READER-DAY
           END-IF.

       TALLY-READER-TOTAL.
           MOVE 0 TO WS-RDR-SLOT
           PERFORM FIND-READER-SLOT
               VARYING WS-RDR-I FROM 1 BY 1
                   UNTIL WS-RDR-I > WS-RDR-COUNT
           IF WS-RDR-SLOT = 0
               IF WS-RDR-COUNT < 20
                   ADD 1 TO WS-RDR-COUNT
                   MOVE WS-RDR-COUNT TO WS-RDR-SLOT
                   MOVE WS-RDR-CURRENT TO WS-RDR-ID (WS-RDR-SLOT)
                   MOVE 0 TO WS-RDR-CARDS (WS-RDR-SLOT)
               END-IF
           END-IF
           IF WS-RDR-SLOT > 0
               ADD 1 TO WS-RDR-CARDS (WS-RDR-SLOT)
           END-IF.

       FIND-READER-SLOT.
           IF WS-RDR-ID (WS-RDR-I) = WS-RDR-CURRENT
               MOVE WS-RDR-I TO WS-RDR-SLOT
           END-IF.

       TALLY-READER-DAY.
           MOVE 0 TO WS-RDR-SLOT
           PERFORM FIND-READER-DAY-SLOT
               VARYING WS-RDR-I FROM 1 BY 1
                   UNTIL WS-RDR-I > WS-RDR-DAY-COUNT
           IF WS-RDR-SLOT = 0
               IF WS-RDR-DAY-COUNT < 600
                   ADD 1 TO WS-RDR-DAY-COUNT
                   MOVE WS-RDR-DAY-COUNT TO WS-RDR-SLOT
                   MOVE WS-RDR-CURRENT
                       TO WS-RDR-DAY-ID (WS-RDR-SLOT)
                   MOVE WS-RDR-DATE
                       TO WS-RDR-DAY-DATE (WS-RDR-SLOT)
                   MOVE 0 TO WS-RDR-DAY-CARDS (WS-RDR-SLOT)
               END-IF
           END-IF
           IF WS-RDR-SLOT > 0
               ADD 1 TO WS-RDR-DAY-CARDS (WS-RDR-SLOT)
           END-IF.

       FIND-READER-DAY-SLOT.
           IF WS-RDR-DAY-ID (WS-RDR-I) = WS-RDR-CURRENT
                   AND WS-RDR-DAY-DATE (WS-RDR-I) = WS-RDR-DATE
               MOVE WS-RDR-I TO WS-RDR-SLOT
           END-IF.

       WRITE-READER-REPORT.
           OPEN OUTPUT READER-REPORT-FILE
           MOVE "=== Reader Activity Report ==="
               TO READER-REPORT-RECORD
           WRITE READER-REPORT-RECORD
           PERFORM WRITE-READER-SECTION
               VARYING WS-RDR-I FROM 1 BY 1
                   UNTIL WS-RDR-I > WS-RDR-COUNT
           CLOSE READER-REPORT-FILE.

       WRITE-READER-SECTION.
           MOVE SPACES TO READER-REPORT-RECORD
           WRITE READER-REPORT-RECORD
           MOVE WS-RDR-CARDS (WS-RDR-I) TO WS-RDR-COUNT-ED
           MOVE SPACES TO WS-RDR-LINE
           STRING "Reader " DELIMITED SIZE
                  WS-RDR-ID (WS-RDR-I) DELIMITED SIZE
                  " cards drawn: " DELIMITED SIZE
                  WS-RDR-COUNT-ED DELIMITED SIZE
                  INTO WS-RDR-LINE
           MOVE WS-RDR-LINE TO READER-REPORT-RECORD
           WRITE READER-REPORT-RECORD
           PERFORM WRITE-READER-DAY-LINE
               VARYING WS-RDR-J FROM 1 BY 1
                   UNTIL WS-RDR-J > WS-RDR-DAY-COUNT.

       WRITE-READER-DAY-LINE.
           IF WS-RDR-DAY-ID (WS-RDR-J) = WS-RDR-ID (WS-RDR-I)
               MOVE WS-RDR-DAY-CARDS (WS-RDR-J)
                   TO WS-RDR-COUNT-ED
               MOVE SPACES TO WS-RDR-LINE
               STRING "  " DELIMITED SIZE
                      WS-RDR-DAY-DATE (WS-RDR-J) DELIMITED SIZE
                      "  cards drawn: " DELIMITED SIZE
                      WS-RDR-COUNT-ED DELIMITED SIZE
                      INTO WS-RDR-LINE
               MOVE WS-RDR-LINE TO READER-REPORT-RECORD
               WRITE READER-REPORT-RECORD
           END-IF.

       RUN-CLIENT-MIGRATION.
           DISPLAY "One-time client history migration: adds the "
               "reader stamp to records written before the "
               "sign-on change."
           MOVE 0 TO WS-MIGRATE-READ
           MOVE 0 TO WS-MIGRATE-WRITTEN
           MOVE "N" TO WS-MIGRATE-EOF
           OPEN INPUT CLIENT-READING-OLD-FILE
           EVALUATE WS-OLD-CLIENT-STATUS
               WHEN "35"
                   DISPLAY "No client reading history on file; "
                       "nothing to migrate."
               WHEN "00"
                   PERFORM UNLOAD-OLD-CLIENT-FILE
                   IF WS-MIGRATE-READ > 0
                       PERFORM RELOAD-CLIENT-FILE
                   ELSE
                       DISPLAY "The client history is empty; "
                           "nothing to migrate."
                   END-IF
               WHEN OTHER
                   DISPLAY "Could not open client-reading.dat in "
                       "the old layout (status "
                       WS-OLD-CLIENT-STATUS "). It may already be "
                       "in the new layout; no migration performed."
           END-EVALUATE.

       UNLOAD-OLD-CLIENT-FILE.
           OPEN OUTPUT MIGRATE-WORK-FILE
           PERFORM UNTIL WS-MIGRATE-EOF = "Y"
               READ CLIENT-READING-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-MIGRATE-EOF
                   NOT AT END
                       MOVE OLD-CLIENT-READING-RECORD
                           TO MIGRATE-WORK-RECORD
                       WRITE MIGRATE-WORK-RECORD
                       ADD 1 TO WS-MIGRATE-READ
               END-READ
               IF WS-OLD-CLIENT-STATUS NOT = "00"
                   MOVE "Y" TO WS-MIGRATE-EOF
               END-IF
           END-PERFORM
           CLOSE MIGRATE-WORK-FILE
           CLOSE CLIENT-READING-OLD-FILE.

       RELOAD-CLIENT-FILE.
           OPEN OUTPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "Could not rebuild client-reading.dat "
                   "(status " WS-CLIENT-FILE-STATUS "); the "
                   "unloaded records remain in "
                   "client-reading-migrate.tmp."
           ELSE
               MOVE "N" TO WS-MIGRATE-EOF
               OPEN INPUT MIGRATE-WORK-FILE
               PERFORM UNTIL WS-MIGRATE-EOF = "Y"
                   READ MIGRATE-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-MIGRATE-EOF
                       NOT AT END
                           PERFORM RELOAD-CLIENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE MIGRATE-WORK-FILE
               CLOSE CLIENT-READING-FILE
               DISPLAY "Migration complete: " WS-MIGRATE-READ
                   " record(s) unloaded, " WS-MIGRATE-WRITTEN
                   " reloaded with reader UNKNOWN."
               DISPLAY "client-reading-migrate.tmp can be deleted "
                   "once the history has been spot-checked."
           END-IF.

       RELOAD-CLIENT-RECORD.
           MOVE MIGRATE-WORK-RECORD (1:20) TO CR-CLIENT-ID
           MOVE MIGRATE-WORK-RECORD (21:21) TO CR-TIMESTAMP
           MOVE MIGRATE-WORK-RECORD (42:15) TO CR-READING-TYPE
           MOVE MIGRATE-WORK-RECORD (57:400) TO CR-SUMMARY
           MOVE "UNKNOWN" TO CR-READER-ID
           WRITE CLIENT-READING-RECORD
               INVALID KEY
                   DISPLAY "WARNING: duplicate key skipped during "
                       "migration for "
                       FUNCTION TRIM (CR-CLIENT-ID) "."
               NOT INVALID KEY
                   ADD 1 TO WS-MIGRATE-WRITTEN
           END-WRITE.

       RUN-APPT-MIGRATION.
           DISPLAY "One-time appointment book migration: brings "
               "bookings written before the multi-deck or reader "
               "calendar changes up to the current layout."
           MOVE 0 TO WS-MIGRATE-READ
           MOVE 0 TO WS-MIGRATE-WRITTEN
           MOVE "N" TO WS-MIGRATE-EOF
           MOVE "DECK" TO WS-APPT-OLD-LAYOUT
           OPEN INPUT APPOINTMENT-DECK-OLD-FILE
           IF WS-OLD-APPT-STATUS NOT = "00"
                   AND WS-OLD-APPT-STATUS NOT = "35"
               MOVE "BASE" TO WS-APPT-OLD-LAYOUT
               OPEN INPUT APPOINTMENT-OLD-FILE
           END-IF
           EVALUATE WS-OLD-APPT-STATUS
               WHEN "35"
                   DISPLAY "No appointment book on file; nothing "
                       "to migrate."
               WHEN "00"
                   IF WS-APPT-OLD-LAYOUT = "DECK"
                       PERFORM UNLOAD-DECK-APPT-FILE
                   ELSE
                       PERFORM UNLOAD-OLD-APPT-FILE
                   END-IF
                   IF WS-MIGRATE-READ > 0
                       PERFORM RELOAD-APPT-FILE
                   ELSE
                       DISPLAY "The appointment book is empty; "
                           "nothing to migrate."
                   END-IF
               WHEN OTHER
                   DISPLAY "Could not open appointments.dat in "
                       "the old layout (status "
                       WS-OLD-APPT-STATUS "). It may already be "
                       "in the new layout; no migration performed."
           END-EVALUATE.

       UNLOAD-OLD-APPT-FILE.
           OPEN OUTPUT APPT-MIGRATE-WORK-FILE
           PERFORM UNTIL WS-MIGRATE-EOF = "Y"
               READ APPOINTMENT-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-MIGRATE-EOF
                   NOT AT END
                       MOVE OLD-APPOINTMENT-RECORD
                           TO APPT-MIGRATE-WORK-RECORD
                       WRITE APPT-MIGRATE-WORK-RECORD
                       ADD 1 TO WS-MIGRATE-READ
               END-READ
               IF WS-OLD-APPT-STATUS NOT = "00"
                   MOVE "Y" TO WS-MIGRATE-EOF
               END-IF
           END-PERFORM
           CLOSE APPT-MIGRATE-WORK-FILE
           CLOSE APPOINTMENT-OLD-FILE.

       UNLOAD-DECK-APPT-FILE.
           OPEN OUTPUT APPT-MIGRATE-WORK-FILE
           PERFORM UNTIL WS-MIGRATE-EOF = "Y"
               READ APPOINTMENT-DECK-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-MIGRATE-EOF
                   NOT AT END
                       MOVE DECK-APPOINTMENT-RECORD
                           TO APPT-MIGRATE-WORK-RECORD
                       WRITE APPT-MIGRATE-WORK-RECORD
                       ADD 1 TO WS-MIGRATE-READ
               END-READ
               IF WS-OLD-APPT-STATUS NOT = "00"
                   MOVE "Y" TO WS-MIGRATE-EOF
               END-IF
           END-PERFORM
           CLOSE APPT-MIGRATE-WORK-FILE
           CLOSE APPOINTMENT-DECK-OLD-FILE.

       RELOAD-APPT-FILE.
           OPEN OUTPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS NOT = "00"
               DISPLAY "Could not rebuild appointments.dat "
                   "(status " WS-APPT-FILE-STATUS "); the "
                   "unloaded bookings remain in "
                   "appt-migrate.tmp."
           ELSE
               MOVE "N" TO WS-MIGRATE-EOF
               OPEN INPUT APPT-MIGRATE-WORK-FILE
               PERFORM UNTIL WS-MIGRATE-EOF = "Y"
                   READ APPT-MIGRATE-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-MIGRATE-EOF
                       NOT AT END
                           PERFORM RELOAD-APPT-RECORD
                   END-READ
               END-PERFORM
               CLOSE APPT-MIGRATE-WORK-FILE
               CLOSE APPOINTMENT-FILE
               DISPLAY "Migration complete: " WS-MIGRATE-READ
                   " booking(s) unloaded, " WS-MIGRATE-WRITTEN
                   " reloaded with no time or reader assigned."
               IF WS-APPT-OLD-LAYOUT = "BASE"
                   DISPLAY "Bookings were stamped with deck "
                       FUNCTION TRIM (WS-DECK-CODE (1)) "."
               END-IF
               DISPLAY "appt-migrate.tmp can be deleted once the "
                   "book has been spot-checked."
           END-IF.

       RELOAD-APPT-RECORD.
           MOVE APPT-MIGRATE-WORK-RECORD (1:8) TO APPT-DATE
           MOVE APPT-MIGRATE-WORK-RECORD (9:20) TO APPT-CLIENT-ID
           MOVE APPT-MIGRATE-WORK-RECORD (29:15) TO APPT-SPREAD
           MOVE APPT-MIGRATE-WORK-RECORD (44:1) TO APPT-STATUS
           MOVE APPT-MIGRATE-WORK-RECORD (45:8) TO APPT-DECK
           IF APPT-DECK = SPACES
               MOVE WS-DECK-CODE (1) TO APPT-DECK
           END-IF
           MOVE SPACES TO APPT-TIME
           MOVE SPACES TO APPT-READER
           WRITE APPOINTMENT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: duplicate key skipped during "
                       "migration for "
                       FUNCTION TRIM (APPT-CLIENT-ID) " on "
                       APPT-DATE "."
               NOT INVALID KEY
                   ADD 1 TO WS-MIGRATE-WRITTEN
           END-WRITE.

       RUN-MASTER-MIGRATION.
           DISPLAY "One-time client master migration: adds the "
               "merged-into pointer to client records written "
               "before client merging."
           MOVE 0 TO WS-MIGRATE-READ
           MOVE 0 TO WS-MIGRATE-WRITTEN
           MOVE "N" TO WS-MIGRATE-EOF
           OPEN INPUT CLIENT-MASTER-OLD-FILE
           EVALUATE WS-OLD-MASTER-STATUS
               WHEN "35"
                   DISPLAY "No client master on file; nothing to "
                       "migrate."
               WHEN "00"
                   PERFORM UNLOAD-OLD-MASTER-FILE
                   IF WS-MIGRATE-READ > 0
                       PERFORM RELOAD-MASTER-FILE
                   ELSE
                       DISPLAY "The client master is empty; "
                           "nothing to migrate."
                   END-IF
               WHEN OTHER
                   DISPLAY "Could not open client-master.dat in "
                       "the old layout (status "
                       WS-OLD-MASTER-STATUS "). It may already be "
                       "in the new layout; no migration performed."
           END-EVALUATE.

       UNLOAD-OLD-MASTER-FILE.
           OPEN OUTPUT MASTER-MIGRATE-WORK-FILE
           PERFORM UNTIL WS-MIGRATE-EOF = "Y"
               READ CLIENT-MASTER-OLD-FILE
                   AT END
                       MOVE "Y" TO WS-MIGRATE-EOF
                   NOT AT END
                       MOVE OLD-CLIENT-MASTER-RECORD
                           TO MASTER-MIGRATE-WORK-RECORD
                       WRITE MASTER-MIGRATE-WORK-RECORD
                       ADD 1 TO WS-MIGRATE-READ
               END-READ
               IF WS-OLD-MASTER-STATUS NOT = "00"
                   MOVE "Y" TO WS-MIGRATE-EOF
               END-IF
           END-PERFORM
           CLOSE MASTER-MIGRATE-WORK-FILE
           CLOSE CLIENT-MASTER-OLD-FILE.

       RELOAD-MASTER-FILE.
           OPEN OUTPUT CLIENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Could not rebuild client-master.dat "
                   "(status " WS-MASTER-FILE-STATUS "); the "
                   "unloaded clients remain in "
                   "client-master-migrate.tmp."
           ELSE
               MOVE "N" TO WS-MIGRATE-EOF
               OPEN INPUT MASTER-MIGRATE-WORK-FILE
               PERFORM UNTIL WS-MIGRATE-EOF = "Y"
                   READ MASTER-MIGRATE-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-MIGRATE-EOF
                       NOT AT END
                           PERFORM RELOAD-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE MASTER-MIGRATE-WORK-FILE
               CLOSE CLIENT-MASTER-FILE
               DISPLAY "Migration complete: " WS-MIGRATE-READ
                   " client(s) unloaded, " WS-MIGRATE-WRITTEN
                   " reloaded with no merge pointer."
               DISPLAY "client-master-migrate.tmp can be deleted "
                   "once the master has been spot-checked."
           END-IF.

       RELOAD-MASTER-RECORD.
           MOVE MASTER-MIGRATE-WORK-RECORD (1:20) TO CM-CLIENT-ID
           MOVE MASTER-MIGRATE-WORK-RECORD (21:50) TO CM-NAME
           MOVE MASTER-MIGRATE-WORK-RECORD (71:15) TO CM-ZODIAC
           MOVE MASTER-MIGRATE-WORK-RECORD (86:10) TO CM-BIRTH-DATE
           MOVE MASTER-MIGRATE-WORK-RECORD (96:1) TO CM-STATUS
           MOVE SPACES TO CM-MERGED-INTO
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: duplicate key skipped during "
                       "migration for "
                       FUNCTION TRIM (CM-CLIENT-ID) "."
               NOT INVALID KEY
                   ADD 1 TO WS-MIGRATE-WRITTEN
           END-WRITE.

       RUN-BILLING.
           DISPLAY "Monthly billing run"
           DISPLAY "Enter billing period YYYYMM (blank for the "
               "current month): "
           ACCEPT WS-BILL-PERIOD
           IF WS-BILL-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-FIELD
               MOVE WS-CURRENT-DATE-FIELD (1:6) TO WS-BILL-PERIOD
           END-IF

           PERFORM LOAD-PRICE-TABLE
           IF WS-PRICE-COUNT = 0
               DISPLAY "No prices are on file; billing cannot run."
           ELSE
               PERFORM LOAD-REDEMPTION-TABLE
               PERFORM BILL-CLIENT-HISTORY
           END-IF.

       LOAD-PRICE-TABLE.
           MOVE 0 TO WS-PRICE-COUNT
           MOVE "N" TO WS-PRICE-OVERFLOW
           MOVE "N" TO WS-PRICE-EOF
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-FILE-STATUS = "35"
               DISPLAY "prices.dat is missing."
           ELSE
               PERFORM UNTIL WS-PRICE-EOF = "Y"
                   READ PRICE-FILE
                       AT END
                           MOVE "Y" TO WS-PRICE-EOF
                       NOT AT END
                           PERFORM LOAD-PRICE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           END-IF.

       LOAD-PRICE-RECORD.
           IF PRICE-RECORD NOT = SPACES
               IF WS-PRICE-COUNT < 25
                   UNSTRING PRICE-RECORD
                       DELIMITED BY "|"
                       INTO WS-PRICE-TYPE-FIELD
                            WS-PRICE-AMT-FIELD
                   ADD 1 TO WS-PRICE-COUNT
                   MOVE WS-PRICE-TYPE-FIELD
                       TO WS-PRICE-TYPE (WS-PRICE-COUNT)
                   COMPUTE WS-PRICE-AMOUNT (WS-PRICE-COUNT) =
                       FUNCTION NUMVAL (WS-PRICE-AMT-FIELD)
                   MOVE 0 TO WS-PRICE-USED (WS-PRICE-COUNT)
                   MOVE 0 TO WS-PRICE-REVENUE (WS-PRICE-COUNT)
               ELSE
                   IF WS-PRICE-OVERFLOW = "N"
                       MOVE "Y" TO WS-PRICE-OVERFLOW
                       DISPLAY "WARNING: the price table is full "
                           "(25 entries); remaining prices.dat "
                           "rows were ignored and those spreads "
                           "will bill as having no price on file."
                   END-IF
               END-IF
           END-IF.

       BILL-CLIENT-HISTORY.
           MOVE "N" TO WS-BILL-EOF
           MOVE SPACES TO WS-BILL-CLIENT
           MOVE 0 TO WS-BILL-CLIENT-TOTAL
           MOVE 0 TO WS-BILL-SHOP-TOTAL
           MOVE 0 TO WS-BILL-INVOICES
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "35"
               DISPLAY "No client reading history on file; "
                   "nothing to bill."
           ELSE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the client reading "
                   "history (status " WS-CLIENT-FILE-STATUS ")."
           ELSE
               OPEN OUTPUT INVOICE-FILE
               MOVE SPACES TO WS-BILL-LINE
               STRING "=== Client Invoices for period "
                          DELIMITED SIZE
                      WS-BILL-PERIOD DELIMITED SIZE
                      " ===" DELIMITED SIZE
                      INTO WS-BILL-LINE
               MOVE WS-BILL-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD

               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-BILL-EOF
               END-START
               PERFORM UNTIL WS-BILL-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BILL-EOF
                       NOT AT END
                           PERFORM BILL-CLIENT-RECORD
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-BILL-EOF
                   END-IF
               END-PERFORM
               PERFORM CLOSE-CLIENT-INVOICE
               PERFORM WRITE-REVENUE-SUMMARY
               CLOSE INVOICE-FILE
               CLOSE CLIENT-READING-FILE
               DISPLAY "Invoices written to invoices.dat ("
                   WS-BILL-INVOICES " client(s) billed)."
           END-IF
           END-IF.

       BILL-CLIENT-RECORD.
           PERFORM CHECK-LINKED-READING
           IF CR-TIMESTAMP (1:6) = WS-BILL-PERIOD
                   AND WS-CPL-LINKED = "N"
               IF CR-CLIENT-ID NOT = WS-BILL-CLIENT
                   PERFORM CLOSE-CLIENT-INVOICE
                   PERFORM START-CLIENT-INVOICE
               END-IF
               PERFORM CLASSIFY-BILLABLE-READING
               IF WS-BILL-KIND = "R"
                   PERFORM WRITE-REDEEMED-LINE-ITEM
               ELSE
                   PERFORM WRITE-INVOICE-LINE-ITEM
               END-IF
           END-IF.

       START-CLIENT-INVOICE.
           MOVE CR-CLIENT-ID TO WS-BILL-CLIENT
           MOVE 0 TO WS-BILL-CLIENT-TOTAL
           MOVE CR-CLIENT-ID TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO WS-BILL-LINE
           IF WS-MASTER-FOUND = "Y"
               STRING "Invoice: " DELIMITED SIZE
                      FUNCTION TRIM (CM-NAME) DELIMITED SIZE
                      " (" DELIMITED SIZE
                      FUNCTION TRIM (WS-BILL-CLIENT)
                          DELIMITED SIZE
                      ")" DELIMITED SIZE
                      INTO WS-BILL-LINE
           ELSE
               STRING "Invoice: " DELIMITED SIZE
                      FUNCTION TRIM (WS-BILL-CLIENT)
                          DELIMITED SIZE
                      " (not on the client master)"
                          DELIMITED SIZE
                      INTO WS-BILL-LINE
           END-IF
           MOVE WS-BILL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE "----------------------------------------"
               TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       CLASSIFY-BILLABLE-READING.
           MOVE 0 TO WS-BILL-SLOT
           PERFORM CHECK-LINKED-READING
           IF WS-CPL-LINKED = "Y"
               MOVE "L" TO WS-BILL-KIND
           ELSE
               PERFORM CHECK-READING-REDEEMED
               IF WS-RED-MATCH = "Y"
                   MOVE "R" TO WS-BILL-KIND
               ELSE
                   PERFORM FIND-PRICE-SLOT
                       VARYING WS-BILL-I FROM 1 BY 1
                           UNTIL WS-BILL-I > WS-PRICE-COUNT
                   IF WS-BILL-SLOT > 0
                       MOVE "P" TO WS-BILL-KIND
                   ELSE
                       MOVE "U" TO WS-BILL-KIND
                   END-IF
               END-IF
           END-IF.

       CHECK-LINKED-READING.
           MOVE 0 TO WS-CPL-TALLY
           INSPECT CR-SUMMARY TALLYING WS-CPL-TALLY
               FOR ALL "BookedBy="
           IF WS-CPL-TALLY > 0
               MOVE "Y" TO WS-CPL-LINKED
           ELSE
               MOVE "N" TO WS-CPL-LINKED
           END-IF.

       WRITE-INVOICE-LINE-ITEM.
           MOVE SPACES TO WS-BILL-LINE
           IF WS-BILL-SLOT > 0
               MOVE WS-PRICE-AMOUNT (WS-BILL-SLOT)
                   TO WS-BILL-MONEY-ED
               STRING CR-TIMESTAMP (1:4) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      CR-TIMESTAMP (5:2) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      CR-TIMESTAMP (7:2) DELIMITED SIZE
                      "  " DELIMITED SIZE
                      CR-READING-TYPE DELIMITED SIZE
                      WS-BILL-MONEY-ED DELIMITED SIZE
                      INTO WS-BILL-LINE
               ADD WS-PRICE-AMOUNT (WS-BILL-SLOT)
                   TO WS-BILL-CLIENT-TOTAL
               ADD WS-PRICE-AMOUNT (WS-BILL-SLOT)
                   TO WS-BILL-SHOP-TOTAL
               ADD 1 TO WS-PRICE-USED (WS-BILL-SLOT)
               ADD WS-PRICE-AMOUNT (WS-BILL-SLOT)
                   TO WS-PRICE-REVENUE (WS-BILL-SLOT)
           ELSE
               STRING CR-TIMESTAMP (1:4) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      CR-TIMESTAMP (5:2) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      CR-TIMESTAMP (7:2) DELIMITED SIZE
                      "  " DELIMITED SIZE
                      CR-READING-TYPE DELIMITED SIZE
                      "  ** no price on file **" DELIMITED SIZE
                      INTO WS-BILL-LINE
           END-IF
           MOVE WS-BILL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       FIND-PRICE-SLOT.
           IF WS-PRICE-TYPE (WS-BILL-I) = CR-READING-TYPE
               MOVE WS-BILL-I TO WS-BILL-SLOT
           END-IF.

       CLOSE-CLIENT-INVOICE.
           IF WS-BILL-CLIENT NOT = SPACES
               MOVE "----------------------------------------"
                   TO INVOICE-RECORD
               WRITE INVOICE-RECORD
               MOVE WS-BILL-CLIENT TO WS-LEDGER-TARGET
               MOVE WS-BILL-PERIOD TO WS-LEDGER-EXCL-PERIOD
               PERFORM LOAD-CLIENT-BALANCE
               PERFORM COMPUTE-TARGET-BALANCE
               MOVE SPACES TO WS-LEDGER-TARGET
               MOVE SPACES TO WS-LEDGER-EXCL-PERIOD
               IF WS-PRIOR-BALANCE NOT = 0
                   MOVE WS-PRIOR-BALANCE TO WS-BILL-MONEY-SED
                   MOVE SPACES TO WS-BILL-LINE
                   STRING "Balance b/f: " DELIMITED SIZE
                          WS-BILL-MONEY-SED DELIMITED SIZE
                          INTO WS-BILL-LINE
                   MOVE WS-BILL-LINE TO INVOICE-RECORD
                   WRITE INVOICE-RECORD
                   MOVE WS-BILL-CLIENT-TOTAL TO WS-BILL-MONEY-ED
                   MOVE SPACES TO WS-BILL-LINE
                   STRING "This period: " DELIMITED SIZE
                          WS-BILL-MONEY-ED DELIMITED SIZE
                          INTO WS-BILL-LINE
                   MOVE WS-BILL-LINE TO INVOICE-RECORD
                   WRITE INVOICE-RECORD
               END-IF
               COMPUTE WS-BILL-TOTAL-DUE =
                   WS-PRIOR-BALANCE + WS-BILL-CLIENT-TOTAL
               MOVE WS-BILL-TOTAL-DUE TO WS-BILL-MONEY-SED
               MOVE SPACES TO WS-BILL-LINE
               STRING "Total due: " DELIMITED SIZE
                      WS-BILL-MONEY-SED DELIMITED SIZE
                      INTO WS-BILL-LINE
               MOVE WS-BILL-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
               IF WS-LEDGER-PERIOD-SEEN = "Y"
                   DISPLAY "NOTE: an invoice for "
                       FUNCTION TRIM (WS-BILL-CLIENT)
                       " period " WS-BILL-PERIOD
                       " is already on the ledger; not re-posted."
               ELSE
                   IF WS-BILL-CLIENT-TOTAL > 0
                       PERFORM POST-INVOICE-TO-LEDGER
                   END-IF
               END-IF
               ADD 1 TO WS-BILL-INVOICES
               MOVE SPACES TO WS-BILL-CLIENT
           END-IF.

       WRITE-REVENUE-SUMMARY.
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE "=== Shop Revenue Summary ===" TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           PERFORM WRITE-REVENUE-TYPE-LINE
               VARYING WS-BILL-I FROM 1 BY 1
                   UNTIL WS-BILL-I > WS-PRICE-COUNT
           MOVE WS-BILL-SHOP-TOTAL TO WS-BILL-MONEY-ED
           MOVE WS-BILL-INVOICES TO WS-BILL-COUNT-ED
           MOVE SPACES TO WS-BILL-LINE
           STRING "Total revenue: " DELIMITED SIZE
                  WS-BILL-MONEY-ED DELIMITED SIZE
                  "  across" DELIMITED SIZE
                  WS-BILL-COUNT-ED DELIMITED SIZE
                  " invoice(s)." DELIMITED SIZE
                  INTO WS-BILL-LINE
           MOVE WS-BILL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD.

       WRITE-REVENUE-TYPE-LINE.
           IF WS-PRICE-USED (WS-BILL-I) > 0
               MOVE WS-PRICE-USED (WS-BILL-I) TO WS-BILL-COUNT-ED
               MOVE WS-PRICE-REVENUE (WS-BILL-I)
                   TO WS-BILL-MONEY-ED
               MOVE SPACES TO WS-BILL-LINE
               STRING WS-PRICE-TYPE (WS-BILL-I) DELIMITED SIZE
                      " billed:" DELIMITED SIZE
                      WS-BILL-COUNT-ED DELIMITED SIZE
                      "  revenue: " DELIMITED SIZE
                      WS-BILL-MONEY-ED DELIMITED SIZE
                      INTO WS-BILL-LINE
               MOVE WS-BILL-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-IF.

       PURGE-CLIENT-RECORD.
           MOVE 99999999 TO WS-PURGE-DATE
           IF CR-TIMESTAMP (1:8) IS NUMERIC
               MOVE CR-TIMESTAMP (1:8) TO WS-PURGE-DATE
           END-IF
           IF WS-PURGE-DATE < WS-PURGE-CUTOFF
               MOVE SPACES TO WS-ARCH-LINE
               STRING FUNCTION TRIM (CR-CLIENT-ID) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      CR-TIMESTAMP DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM (CR-READING-TYPE)
                          DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM (CR-SUMMARY) DELIMITED SIZE
                      "|" DELIMITED SIZE
                      FUNCTION TRIM (CR-READER-ID) DELIMITED SIZE
                      INTO WS-ARCH-LINE
               MOVE WS-ARCH-LINE TO CLIENT-ARCHIVE-RECORD
               WRITE CLIENT-ARCHIVE-RECORD
               DELETE CLIENT-READING-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: could not purge record "
                           "for " FUNCTION TRIM (CR-CLIENT-ID) "."
               END-DELETE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       LOAD-LEDGER-AGING.
           MOVE 0 TO WS-AGE-COUNT
           MOVE 0 TO WS-AGE-CRN-COUNT
           MOVE "N" TO WS-AGE-CRN-OVERFLOW
           MOVE 0 TO WS-INVP-COUNT
           MOVE "N" TO WS-LEDGER-PERIOD-SEEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-LEDGER-DATE-NUM
           COMPUTE WS-LEDGER-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-LEDGER-DATE-NUM)
           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LEDGER-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-LEDGER-EOF
                       NOT AT END
                           PERFORM LEDGER-PASS-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               PERFORM NET-AGE-REFUNDS
                   VARYING WS-AGE-I FROM 1 BY 1
                       UNTIL WS-AGE-I > WS-AGE-COUNT
               MOVE "N" TO WS-LEDGER-EOF
               OPEN INPUT LEDGER-FILE
               PERFORM UNTIL WS-LEDGER-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-LEDGER-EOF
                       NOT AT END
                           PERFORM LEDGER-PASS-TWO-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               PERFORM CLEAR-AGE-OLDEST
                   VARYING WS-AGE-I FROM 1 BY 1
                       UNTIL WS-AGE-I > WS-AGE-COUNT
           END-IF.

       PARSE-LEDGER-ROW.
           MOVE SPACES TO WS-LEDGER-CLIENT-FIELD
           MOVE SPACES TO WS-LEDGER-DATE-FIELD
           MOVE SPACES TO WS-LEDGER-TYPE-FIELD
           MOVE SPACES TO WS-LEDGER-AMT-FIELD
           MOVE SPACES TO WS-LEDGER-PERIOD-FIELD
           MOVE SPACES TO WS-LEDGER-REASON-FIELD
           MOVE SPACES TO WS-LEDGER-READER-FIELD
           MOVE SPACES TO WS-LEDGER-TENDER-FIELD
           MOVE SPACES TO WS-LEDGER-REF-FIELD
           UNSTRING LEDGER-RECORD
               DELIMITED BY "|"
               INTO WS-LEDGER-CLIENT-FIELD
                    WS-LEDGER-DATE-FIELD
                    WS-LEDGER-TYPE-FIELD
                    WS-LEDGER-AMT-FIELD
                    WS-LEDGER-PERIOD-FIELD
                    WS-LEDGER-REASON-FIELD
                    WS-LEDGER-READER-FIELD
                    WS-LEDGER-TENDER-FIELD
                    WS-LEDGER-REF-FIELD
           MOVE 0 TO WS-LEDGER-AMOUNT
           IF WS-LEDGER-AMT-FIELD NOT = SPACES
               COMPUTE WS-LEDGER-AMOUNT =
                   FUNCTION NUMVAL (WS-LEDGER-AMT-FIELD)
           END-IF.

       LEDGER-PASS-ONE-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF WS-LEDGER-CLIENT-FIELD NOT = SPACES
                   AND WS-LEDGER-TYPE-FIELD NOT = "VCH"
               IF WS-LEDGER-TARGET = SPACES
                       OR WS-LEDGER-CLIENT-FIELD = WS-LEDGER-TARGET
                   PERFORM FIND-AGE-SLOT-OR-ADD
                   IF WS-AGE-SLOT > 0
                       EVALUATE WS-LEDGER-TYPE-FIELD
                           WHEN "PAY"
                               ADD WS-LEDGER-AMOUNT
                                   TO WS-AGE-PAID (WS-AGE-SLOT)
                               ADD WS-LEDGER-AMOUNT
                                   TO WS-AGE-PAY-SUM (WS-AGE-SLOT)
                           WHEN "INV"
                               IF WS-LEDGER-TARGET NOT = SPACES
                                   PERFORM FIND-INVOICE-PERIOD-OR-ADD
                                   IF WS-ADJ-INVP-SLOT > 0
                                       ADD WS-LEDGER-AMOUNT
                                           TO WS-INVP-AMOUNT
                                               (WS-ADJ-INVP-SLOT)
                                   END-IF
                               END-IF
                               IF WS-LEDGER-EXCL-PERIOD NOT = SPACES
                                       AND WS-LEDGER-PERIOD-FIELD
                                           = WS-LEDGER-EXCL-PERIOD
                                   MOVE "Y"
                                       TO WS-LEDGER-PERIOD-SEEN
                               ELSE
                                   ADD WS-LEDGER-AMOUNT
                                       TO WS-AGE-INV-SUM
                                           (WS-AGE-SLOT)
                               END-IF
                           WHEN "FEE"
                               IF WS-LEDGER-TARGET NOT = SPACES
                                   PERFORM FIND-INVOICE-PERIOD-OR-ADD
                                   IF WS-ADJ-INVP-SLOT > 0
                                       ADD WS-LEDGER-AMOUNT
                                           TO WS-INVP-AMOUNT
                                               (WS-ADJ-INVP-SLOT)
                                   END-IF
                               END-IF
                               ADD WS-LEDGER-AMOUNT
                                   TO WS-AGE-INV-SUM (WS-AGE-SLOT)
                           WHEN "REF"
                               ADD WS-LEDGER-AMOUNT
                                   TO WS-AGE-REF-SUM (WS-AGE-SLOT)
                           WHEN "CRN"
                               ADD WS-LEDGER-AMOUNT
                                   TO WS-AGE-CRN-SUM (WS-AGE-SLOT)
                               PERFORM HOLD-INVOICE-CREDIT
                           WHEN "WOF"
                               ADD WS-LEDGER-AMOUNT
                                   TO WS-AGE-WOF-SUM (WS-AGE-SLOT)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       HOLD-INVOICE-CREDIT.
           IF WS-LEDGER-TARGET NOT = SPACES
               PERFORM FIND-INVOICE-PERIOD-OR-ADD
               IF WS-ADJ-INVP-SLOT > 0
                   ADD WS-LEDGER-AMOUNT
                       TO WS-INVP-CREDITED (WS-ADJ-INVP-SLOT)
               END-IF
           END-IF
           IF WS-AGE-CRN-COUNT < 300
               ADD 1 TO WS-AGE-CRN-COUNT
               MOVE WS-LEDGER-CLIENT-FIELD
                   TO WS-AGE-CRN-CLIENT (WS-AGE-CRN-COUNT)
               MOVE WS-LEDGER-PERIOD-FIELD
                   TO WS-AGE-CRN-PERIOD (WS-AGE-CRN-COUNT)
               MOVE WS-LEDGER-AMOUNT
                   TO WS-AGE-CRN-LEFT (WS-AGE-CRN-COUNT)
           ELSE
               ADD WS-LEDGER-AMOUNT TO WS-AGE-UNPLACED (WS-AGE-SLOT)
               IF WS-AGE-CRN-OVERFLOW = "N"
                   MOVE "Y" TO WS-AGE-CRN-OVERFLOW
                   DISPLAY "WARNING: the credit note table is full "
                       "(300 entries); further credits are applied "
                       "to each client's oldest balance instead of "
                       "the invoice period they name."
               END-IF
           END-IF.

       FIND-INVOICE-PERIOD-OR-ADD.
           MOVE 0 TO WS-ADJ-INVP-SLOT
           PERFORM FIND-INVOICE-PERIOD
               VARYING WS-ADJ-I FROM 1 BY 1
                   UNTIL WS-ADJ-I > WS-INVP-COUNT
           IF WS-ADJ-INVP-SLOT = 0
                   AND WS-INVP-COUNT < 120
               ADD 1 TO WS-INVP-COUNT
               MOVE WS-INVP-COUNT TO WS-ADJ-INVP-SLOT
               MOVE WS-LEDGER-PERIOD-FIELD
                   TO WS-INVP-PERIOD (WS-ADJ-INVP-SLOT)
               MOVE 0 TO WS-INVP-AMOUNT (WS-ADJ-INVP-SLOT)
               MOVE 0 TO WS-INVP-CREDITED (WS-ADJ-INVP-SLOT)
           END-IF.

       FIND-INVOICE-PERIOD.
           IF WS-INVP-PERIOD (WS-ADJ-I) = WS-LEDGER-PERIOD-FIELD
               MOVE WS-ADJ-I TO WS-ADJ-INVP-SLOT
           END-IF.

       NET-AGE-REFUNDS.
           IF WS-AGE-PAID (WS-AGE-I) > WS-AGE-REF-SUM (WS-AGE-I)
               SUBTRACT WS-AGE-REF-SUM (WS-AGE-I)
                   FROM WS-AGE-PAID (WS-AGE-I)
           ELSE
               MOVE 0 TO WS-AGE-PAID (WS-AGE-I)
           END-IF.

       LEDGER-PASS-TWO-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF (WS-LEDGER-TYPE-FIELD = "INV"
                   OR WS-LEDGER-TYPE-FIELD = "FEE")
                   AND WS-LEDGER-CLIENT-FIELD NOT = SPACES
               IF WS-LEDGER-TARGET = SPACES
                       OR WS-LEDGER-CLIENT-FIELD = WS-LEDGER-TARGET
                   IF WS-LEDGER-TYPE-FIELD = "INV"
                           AND WS-LEDGER-EXCL-PERIOD NOT = SPACES
                           AND WS-LEDGER-PERIOD-FIELD
                               = WS-LEDGER-EXCL-PERIOD
                       CONTINUE
                   ELSE
                       PERFORM APPLY-INVOICE-CREDIT
                           VARYING WS-AGE-J FROM 1 BY 1
                               UNTIL WS-AGE-J > WS-AGE-CRN-COUNT
                       IF WS-LEDGER-AMOUNT > 0
                           PERFORM AGE-LEDGER-INVOICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-INVOICE-CREDIT.
           IF WS-AGE-CRN-CLIENT (WS-AGE-J) = WS-LEDGER-CLIENT-FIELD
                   AND WS-AGE-CRN-PERIOD (WS-AGE-J)
                       = WS-LEDGER-PERIOD-FIELD
                   AND WS-AGE-CRN-LEFT (WS-AGE-J) > 0
               IF WS-AGE-CRN-LEFT (WS-AGE-J) >= WS-LEDGER-AMOUNT
                   SUBTRACT WS-LEDGER-AMOUNT
                       FROM WS-AGE-CRN-LEFT (WS-AGE-J)
                   MOVE 0 TO WS-LEDGER-AMOUNT
               ELSE
                   SUBTRACT WS-AGE-CRN-LEFT (WS-AGE-J)
                       FROM WS-LEDGER-AMOUNT
                   MOVE 0 TO WS-AGE-CRN-LEFT (WS-AGE-J)
               END-IF
           END-IF.

       CLEAR-AGE-OLDEST.
           MOVE WS-AGE-WOF-SUM (WS-AGE-I) TO WS-AGE-CLEAR
           ADD WS-AGE-UNPLACED (WS-AGE-I) TO WS-AGE-CLEAR
           MOVE 0 TO WS-AGE-UNPLACED (WS-AGE-I)
           PERFORM ADD-UNAPPLIED-CREDIT
               VARYING WS-AGE-J FROM 1 BY 1
                   UNTIL WS-AGE-J > WS-AGE-CRN-COUNT
           IF WS-AGE-CLEAR > 0
               MOVE WS-AGE-90 (WS-AGE-I) TO WS-AGE-BUCKET
               PERFORM CLEAR-ONE-BUCKET
               MOVE WS-AGE-BUCKET TO WS-AGE-90 (WS-AGE-I)
               MOVE WS-AGE-60 (WS-AGE-I) TO WS-AGE-BUCKET
               PERFORM CLEAR-ONE-BUCKET
               MOVE WS-AGE-BUCKET TO WS-AGE-60 (WS-AGE-I)
               MOVE WS-AGE-30 (WS-AGE-I) TO WS-AGE-BUCKET
               PERFORM CLEAR-ONE-BUCKET
               MOVE WS-AGE-BUCKET TO WS-AGE-30 (WS-AGE-I)
               MOVE WS-AGE-CURRENT (WS-AGE-I) TO WS-AGE-BUCKET
               PERFORM CLEAR-ONE-BUCKET
               MOVE WS-AGE-BUCKET TO WS-AGE-CURRENT (WS-AGE-I)
           END-IF.

       ADD-UNAPPLIED-CREDIT.
           IF WS-AGE-CRN-CLIENT (WS-AGE-J) = WS-AGE-CLIENT (WS-AGE-I)
               ADD WS-AGE-CRN-LEFT (WS-AGE-J) TO WS-AGE-CLEAR
               MOVE 0 TO WS-AGE-CRN-LEFT (WS-AGE-J)
           END-IF.

       CLEAR-ONE-BUCKET.
           IF WS-AGE-BUCKET >= WS-AGE-CLEAR
               SUBTRACT WS-AGE-CLEAR FROM WS-AGE-BUCKET
               MOVE 0 TO WS-AGE-CLEAR
           ELSE
               SUBTRACT WS-AGE-BUCKET FROM WS-AGE-CLEAR
               MOVE 0 TO WS-AGE-BUCKET
           END-IF.

       AGE-LEDGER-INVOICE.
           PERFORM FIND-AGE-SLOT-OR-ADD
           IF WS-AGE-SLOT > 0
               IF WS-AGE-PAID (WS-AGE-SLOT) >= WS-LEDGER-AMOUNT
                   SUBTRACT WS-LEDGER-AMOUNT
                       FROM WS-AGE-PAID (WS-AGE-SLOT)
               ELSE
                   COMPUTE WS-LEDGER-OPEN-PART =
                       WS-LEDGER-AMOUNT - WS-AGE-PAID (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-PAID (WS-AGE-SLOT)
                   PERFORM BUCKET-OPEN-INVOICE
               END-IF
           END-IF.

       BUCKET-OPEN-INVOICE.
           MOVE 0 TO WS-LEDGER-AGE-DAYS
           IF WS-LEDGER-DATE-FIELD IS NUMERIC
               MOVE WS-LEDGER-DATE-FIELD TO WS-LEDGER-DATE-NUM
               COMPUTE WS-LEDGER-ROW-INT =
                   FUNCTION INTEGER-OF-DATE (WS-LEDGER-DATE-NUM)
               IF WS-LEDGER-ROW-INT > 0
                   COMPUTE WS-LEDGER-AGE-DAYS =
                       WS-LEDGER-TODAY-INT - WS-LEDGER-ROW-INT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-LEDGER-AGE-DAYS < 30
                   ADD WS-LEDGER-OPEN-PART
                       TO WS-AGE-CURRENT (WS-AGE-SLOT)
               WHEN WS-LEDGER-AGE-DAYS < 60
                   ADD WS-LEDGER-OPEN-PART
                       TO WS-AGE-30 (WS-AGE-SLOT)
               WHEN WS-LEDGER-AGE-DAYS < 90
                   ADD WS-LEDGER-OPEN-PART
                       TO WS-AGE-60 (WS-AGE-SLOT)
               WHEN OTHER
                   ADD WS-LEDGER-OPEN-PART
                       TO WS-AGE-90 (WS-AGE-SLOT)
           END-EVALUATE.

       FIND-AGE-SLOT-OR-ADD.
           MOVE 0 TO WS-AGE-SLOT
           PERFORM FIND-AGE-SLOT
               VARYING WS-AGE-I FROM 1 BY 1
                   UNTIL WS-AGE-I > WS-AGE-COUNT
           IF WS-AGE-SLOT = 0
               IF WS-AGE-COUNT < 200
                   ADD 1 TO WS-AGE-COUNT
                   MOVE WS-AGE-COUNT TO WS-AGE-SLOT
                   MOVE WS-LEDGER-CLIENT-FIELD
                       TO WS-AGE-CLIENT (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-PAID (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-INV-SUM (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-PAY-SUM (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-REF-SUM (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-CRN-SUM (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-WOF-SUM (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-CURRENT (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-30 (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-60 (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-90 (WS-AGE-SLOT)
                   MOVE 0 TO WS-AGE-UNPLACED (WS-AGE-SLOT)
               END-IF
           END-IF.

       FIND-AGE-SLOT.
           IF WS-AGE-CLIENT (WS-AGE-I) = WS-LEDGER-CLIENT-FIELD
               MOVE WS-AGE-I TO WS-AGE-SLOT
           END-IF.

       LOAD-CLIENT-BALANCE.
           MOVE 0 TO WS-AGE-COUNT
           MOVE 0 TO WS-AGE-CRN-COUNT
           MOVE "N" TO WS-AGE-CRN-OVERFLOW
           MOVE 0 TO WS-INVP-COUNT
           MOVE "N" TO WS-LEDGER-PERIOD-SEEN
           OPEN INPUT CLIENT-BALANCE-FILE
           IF WS-BAL-FILE-STATUS NOT = "00"
               PERFORM LOAD-LEDGER-AGING
           ELSE
               IF WS-LEDGER-TARGET = SPACES
                   MOVE "N" TO WS-BAL-EOF
                   PERFORM UNTIL WS-BAL-EOF = "Y"
                       READ CLIENT-BALANCE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-BAL-EOF
                           NOT AT END
                               PERFORM HOLD-CLIENT-BALANCE
                       END-READ
                       IF WS-BAL-FILE-STATUS NOT = "00"
                           MOVE "Y" TO WS-BAL-EOF
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WS-LEDGER-TARGET TO BAL-CLIENT-ID
                   READ CLIENT-BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM HOLD-CLIENT-BALANCE
                   END-READ
               END-IF
               CLOSE CLIENT-BALANCE-FILE
           END-IF.

       HOLD-CLIENT-BALANCE.
           IF WS-AGE-COUNT < 200
               PERFORM AGE-BALANCE-RECORD
               ADD 1 TO WS-AGE-COUNT
               MOVE WS-AGE-COUNT TO WS-AGE-SLOT
               MOVE BAL-CLIENT-ID TO WS-AGE-CLIENT (WS-AGE-SLOT)
               MOVE 0 TO WS-AGE-PAID (WS-AGE-SLOT)
               MOVE BAL-INVOICED TO WS-AGE-INV-SUM (WS-AGE-SLOT)
               MOVE BAL-PAID TO WS-AGE-PAY-SUM (WS-AGE-SLOT)
               MOVE BAL-REFUNDED TO WS-AGE-REF-SUM (WS-AGE-SLOT)
               MOVE BAL-CREDITED TO WS-AGE-CRN-SUM (WS-AGE-SLOT)
               MOVE BAL-WRITTEN-OFF TO WS-AGE-WOF-SUM (WS-AGE-SLOT)
               MOVE BAL-CURRENT TO WS-AGE-CURRENT (WS-AGE-SLOT)
               MOVE BAL-30 TO WS-AGE-30 (WS-AGE-SLOT)
               MOVE BAL-60 TO WS-AGE-60 (WS-AGE-SLOT)
               MOVE BAL-90 TO WS-AGE-90 (WS-AGE-SLOT)
               MOVE 0 TO WS-AGE-UNPLACED (WS-AGE-SLOT)
               IF WS-LEDGER-EXCL-PERIOD NOT = SPACES
                   PERFORM EXCLUDE-BALANCE-PERIOD
                       VARYING WS-BAL-I FROM 1 BY 1
                           UNTIL WS-BAL-I > BAL-PERIOD-COUNT
               END-IF
           END-IF.

       EXCLUDE-BALANCE-PERIOD.
           IF BAL-INV-PERIOD (WS-BAL-I) = WS-LEDGER-EXCL-PERIOD
               MOVE "Y" TO WS-LEDGER-PERIOD-SEEN
               SUBTRACT BAL-INV-AMOUNT (WS-BAL-I)
                   FROM WS-AGE-INV-SUM (WS-AGE-SLOT)
           END-IF.

       COMPUTE-TARGET-BALANCE.
           MOVE 0 TO WS-LEDGER-OPEN
           MOVE 0 TO WS-LEDGER-PASTDUE
           MOVE 0 TO WS-PRIOR-BALANCE
           IF WS-AGE-COUNT > 0
               COMPUTE WS-PRIOR-BALANCE =
                   WS-AGE-INV-SUM (1) - WS-AGE-PAY-SUM (1)
                       + WS-AGE-REF-SUM (1) - WS-AGE-CRN-SUM (1)
                       - WS-AGE-WOF-SUM (1)
               COMPUTE WS-LEDGER-OPEN =
                   WS-AGE-CURRENT (1) + WS-AGE-30 (1)
                       + WS-AGE-60 (1) + WS-AGE-90 (1)
               COMPUTE WS-LEDGER-PASTDUE =
                   WS-AGE-30 (1) + WS-AGE-60 (1) + WS-AGE-90 (1)
           END-IF.

       WARN-PAST-DUE-BALANCE.
           MOVE WS-CLIENT-ID TO WS-LEDGER-TARGET
           MOVE SPACES TO WS-LEDGER-EXCL-PERIOD
           PERFORM LOAD-CLIENT-BALANCE
           PERFORM COMPUTE-TARGET-BALANCE
           MOVE SPACES TO WS-LEDGER-TARGET
           IF WS-LEDGER-PASTDUE > 0
               MOVE WS-LEDGER-PASTDUE TO WS-AGE-MONEY-ED
               DISPLAY "NOTE: " FUNCTION TRIM (WS-CLIENT-NAME)
                   " carries a past-due balance of "
                   WS-AGE-MONEY-ED ". Please mention it at the "
                   "till."
           END-IF.

       POST-INVOICE-TO-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-LEDGER-DATE-FIELD
           MOVE WS-BILL-CLIENT TO WS-LEDGER-CLIENT-FIELD
           MOVE "INV" TO WS-LEDGER-TYPE-FIELD
           MOVE WS-BILL-CLIENT-TOTAL TO WS-LEDGER-AMT-OUT
           MOVE WS-BILL-PERIOD TO WS-LEDGER-PERIOD-FIELD
           MOVE SPACES TO WS-LEDGER-REASON-FIELD
           MOVE SPACES TO WS-LEDGER-TENDER-FIELD
           MOVE SPACES TO WS-LEDGER-REF-FIELD
           PERFORM APPEND-LEDGER-ROW.

       APPEND-LEDGER-ROW.
           MOVE WS-READER-ID TO WS-LEDGER-READER-FIELD
           MOVE SPACES TO WS-LEDGER-LINE
           STRING FUNCTION TRIM (WS-LEDGER-CLIENT-FIELD)
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-LEDGER-DATE-FIELD DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-LEDGER-TYPE-FIELD DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-LEDGER-AMT-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-LEDGER-PERIOD-FIELD DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-LEDGER-REASON-FIELD)
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-LEDGER-READER-FIELD)
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-LEDGER-TENDER-FIELD)
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-LEDGER-REF-FIELD)
                      DELIMITED SIZE
                  INTO WS-LEDGER-LINE
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           PERFORM UPDATE-CLIENT-BALANCE.

       UPDATE-CLIENT-BALANCE.
           IF WS-LEDGER-CLIENT-FIELD NOT = SPACES
                   AND WS-LEDGER-TYPE-FIELD NOT = "VCH"
               OPEN I-O CLIENT-BALANCE-FILE
               IF WS-BAL-FILE-STATUS = "35"
                   PERFORM BUILD-CLIENT-BALANCE-FILE
               ELSE
                   IF WS-BAL-FILE-STATUS = "00"
                       COMPUTE WS-LEDGER-AMOUNT =
                           FUNCTION NUMVAL (WS-LEDGER-AMT-OUT)
                       PERFORM POST-BALANCE-ROW
                       CLOSE CLIENT-BALANCE-FILE
                   ELSE
                       DISPLAY "WARNING: client-balance.dat could "
                           "not be opened (status "
                           WS-BAL-FILE-STATUS "); run REBUILDBAL "
                           "to bring balances up to date."
                   END-IF
               END-IF
           END-IF.

       POST-BALANCE-ROW.
           MOVE WS-LEDGER-CLIENT-FIELD TO BAL-CLIENT-ID
           MOVE "Y" TO WS-BAL-FOUND
           READ CLIENT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BAL-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-BAL-FOUND
               PERFORM CLEAR-BALANCE-RECORD
           END-IF
           PERFORM APPLY-BALANCE-ROW
           PERFORM AGE-BALANCE-RECORD
           IF WS-BAL-FOUND = "Y"
               REWRITE CLIENT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: could not update the "
                           "balance for "
                           FUNCTION TRIM (BAL-CLIENT-ID) "."
               END-REWRITE
           ELSE
               WRITE CLIENT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: could not add a "
                           "balance for "
                           FUNCTION TRIM (BAL-CLIENT-ID) "."
               END-WRITE
           END-IF.

       CLEAR-BALANCE-RECORD.
           MOVE SPACES TO CLIENT-BALANCE-RECORD
           MOVE WS-LEDGER-CLIENT-FIELD TO BAL-CLIENT-ID
           MOVE 0 TO BAL-INVOICED
           MOVE 0 TO BAL-PAID
           MOVE 0 TO BAL-REFUNDED
           MOVE 0 TO BAL-CREDITED
           MOVE 0 TO BAL-WRITTEN-OFF
           MOVE 0 TO BAL-BALANCE
           MOVE 0 TO BAL-ON-ACCOUNT
           MOVE 0 TO BAL-CURRENT
           MOVE 0 TO BAL-30
           MOVE 0 TO BAL-60
           MOVE 0 TO BAL-90
           MOVE 0 TO BAL-PERIOD-COUNT
           MOVE 0 TO BAL-OPEN-COUNT.

       APPLY-BALANCE-ROW.
           IF WS-LEDGER-DATE-FIELD > BAL-LAST-ACTIVITY
               MOVE WS-LEDGER-DATE-FIELD TO BAL-LAST-ACTIVITY
           END-IF
           MOVE WS-LEDGER-AMOUNT TO WS-BAL-APPLY
           EVALUATE WS-LEDGER-TYPE-FIELD
               WHEN "INV"
                   ADD WS-LEDGER-AMOUNT TO BAL-INVOICED
                   PERFORM NOTE-BALANCE-PERIOD
                   PERFORM ADD-BALANCE-OPEN-ITEM
               WHEN "FEE"
                   ADD WS-LEDGER-AMOUNT TO BAL-INVOICED
                   PERFORM ADD-BALANCE-OPEN-ITEM
               WHEN "PAY"
                   ADD WS-LEDGER-AMOUNT TO BAL-PAID
                   PERFORM CLEAR-BALANCE-OLDEST
               WHEN "REF"
                   ADD WS-LEDGER-AMOUNT TO BAL-REFUNDED
                   PERFORM ADD-BALANCE-OPEN-ITEM
               WHEN "CRN"
                   ADD WS-LEDGER-AMOUNT TO BAL-CREDITED
                   PERFORM CREDIT-BALANCE-PERIOD
                       VARYING WS-BAL-J FROM 1 BY 1
                           UNTIL WS-BAL-J > BAL-OPEN-COUNT
                   PERFORM CLEAR-BALANCE-OLDEST
               WHEN "WOF"
                   ADD WS-LEDGER-AMOUNT TO BAL-WRITTEN-OFF
                   PERFORM CLEAR-BALANCE-OLDEST
           END-EVALUATE
           PERFORM PACK-BALANCE-OPEN-ITEMS
           COMPUTE BAL-BALANCE =
               BAL-INVOICED - BAL-PAID + BAL-REFUNDED
                   - BAL-CREDITED - BAL-WRITTEN-OFF.

       NOTE-BALANCE-PERIOD.
           MOVE 0 TO WS-BAL-SLOT
           PERFORM FIND-BALANCE-PERIOD
               VARYING WS-BAL-I FROM 1 BY 1
                   UNTIL WS-BAL-I > BAL-PERIOD-COUNT
           IF WS-BAL-SLOT = 0
               IF BAL-PERIOD-COUNT < 12
                   ADD 1 TO BAL-PERIOD-COUNT
               ELSE
                   PERFORM SHIFT-BALANCE-PERIOD
                       VARYING WS-BAL-I FROM 1 BY 1
                           UNTIL WS-BAL-I > 11
               END-IF
               MOVE BAL-PERIOD-COUNT TO WS-BAL-SLOT
               MOVE WS-LEDGER-PERIOD-FIELD
                   TO BAL-INV-PERIOD (WS-BAL-SLOT)
               MOVE 0 TO BAL-INV-AMOUNT (WS-BAL-SLOT)
           END-IF
           ADD WS-LEDGER-AMOUNT TO BAL-INV-AMOUNT (WS-BAL-SLOT).

       FIND-BALANCE-PERIOD.
           IF BAL-INV-PERIOD (WS-BAL-I) = WS-LEDGER-PERIOD-FIELD
               MOVE WS-BAL-I TO WS-BAL-SLOT
           END-IF.

       SHIFT-BALANCE-PERIOD.
           COMPUTE WS-BAL-J = WS-BAL-I + 1
           MOVE BAL-PERIOD-ENTRY (WS-BAL-J)
               TO BAL-PERIOD-ENTRY (WS-BAL-I).

       ADD-BALANCE-OPEN-ITEM.
           IF BAL-ON-ACCOUNT >= WS-BAL-APPLY
               SUBTRACT WS-BAL-APPLY FROM BAL-ON-ACCOUNT
               MOVE 0 TO WS-BAL-APPLY
           ELSE
               SUBTRACT BAL-ON-ACCOUNT FROM WS-BAL-APPLY
               MOVE 0 TO BAL-ON-ACCOUNT
           END-IF
           IF WS-BAL-APPLY > 0
               IF BAL-OPEN-COUNT < 24
                   ADD 1 TO BAL-OPEN-COUNT
                   MOVE WS-LEDGER-DATE-FIELD
                       TO BAL-OPEN-DATE (BAL-OPEN-COUNT)
                   MOVE WS-LEDGER-PERIOD-FIELD
                       TO BAL-OPEN-PERIOD (BAL-OPEN-COUNT)
                   MOVE WS-BAL-APPLY
                       TO BAL-OPEN-AMOUNT (BAL-OPEN-COUNT)
               ELSE
                   ADD WS-BAL-APPLY TO BAL-OPEN-AMOUNT (24)
               END-IF
           END-IF.

       CREDIT-BALANCE-PERIOD.
           IF BAL-OPEN-PERIOD (WS-BAL-J) = WS-LEDGER-PERIOD-FIELD
               MOVE WS-BAL-J TO WS-BAL-I
               PERFORM CLEAR-BALANCE-ITEM
           END-IF.

       CLEAR-BALANCE-OLDEST.
           PERFORM CLEAR-BALANCE-ITEM
               VARYING WS-BAL-I FROM 1 BY 1
                   UNTIL WS-BAL-I > BAL-OPEN-COUNT
           ADD WS-BAL-APPLY TO BAL-ON-ACCOUNT
           MOVE 0 TO WS-BAL-APPLY.

       CLEAR-BALANCE-ITEM.
           IF BAL-OPEN-AMOUNT (WS-BAL-I) >= WS-BAL-APPLY
               SUBTRACT WS-BAL-APPLY FROM BAL-OPEN-AMOUNT (WS-BAL-I)
               MOVE 0 TO WS-BAL-APPLY
           ELSE
               SUBTRACT BAL-OPEN-AMOUNT (WS-BAL-I) FROM WS-BAL-APPLY
               MOVE 0 TO BAL-OPEN-AMOUNT (WS-BAL-I)
           END-IF.

       PACK-BALANCE-OPEN-ITEMS.
           MOVE 0 TO WS-BAL-J
           PERFORM PACK-BALANCE-OPEN-ITEM
               VARYING WS-BAL-I FROM 1 BY 1
                   UNTIL WS-BAL-I > BAL-OPEN-COUNT
           MOVE WS-BAL-J TO BAL-OPEN-COUNT.

       PACK-BALANCE-OPEN-ITEM.
           IF BAL-OPEN-AMOUNT (WS-BAL-I) > 0
               ADD 1 TO WS-BAL-J
               IF WS-BAL-J < WS-BAL-I
                   MOVE BAL-OPEN-ENTRY (WS-BAL-I)
                       TO BAL-OPEN-ENTRY (WS-BAL-J)
               END-IF
           END-IF.

       AGE-BALANCE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO BAL-AGED-ON
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-BAL-DATE-NUM
           COMPUTE WS-BAL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BAL-DATE-NUM)
           MOVE 0 TO BAL-CURRENT
           MOVE 0 TO BAL-30
           MOVE 0 TO BAL-60
           MOVE 0 TO BAL-90
           PERFORM AGE-BALANCE-OPEN-ITEM
               VARYING WS-BAL-I FROM 1 BY 1
                   UNTIL WS-BAL-I > BAL-OPEN-COUNT.

       AGE-BALANCE-OPEN-ITEM.
           MOVE 0 TO WS-BAL-AGE-DAYS
           IF BAL-OPEN-DATE (WS-BAL-I) IS NUMERIC
               MOVE BAL-OPEN-DATE (WS-BAL-I) TO WS-BAL-DATE-NUM
               COMPUTE WS-BAL-ROW-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BAL-DATE-NUM)
               IF WS-BAL-ROW-INT > 0
                   COMPUTE WS-BAL-AGE-DAYS =
                       WS-BAL-TODAY-INT - WS-BAL-ROW-INT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-BAL-AGE-DAYS < 30
                   ADD BAL-OPEN-AMOUNT (WS-BAL-I) TO BAL-CURRENT
               WHEN WS-BAL-AGE-DAYS < 60
                   ADD BAL-OPEN-AMOUNT (WS-BAL-I) TO BAL-30
               WHEN WS-BAL-AGE-DAYS < 90
                   ADD BAL-OPEN-AMOUNT (WS-BAL-I) TO BAL-60
               WHEN OTHER
                   ADD BAL-OPEN-AMOUNT (WS-BAL-I) TO BAL-90
           END-EVALUATE.

       BUILD-CLIENT-BALANCE-FILE.
           MOVE 0 TO WS-BAL-ROWS
           OPEN OUTPUT CLIENT-BALANCE-FILE
           CLOSE CLIENT-BALANCE-FILE
           OPEN I-O CLIENT-BALANCE-FILE
           IF WS-BAL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: client-balance.dat could not be "
                   "created (status " WS-BAL-FILE-STATUS ")."
           ELSE
               MOVE "N" TO WS-LEDGER-EOF
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "35"
                   PERFORM UNTIL WS-LEDGER-EOF = "Y"
                       READ LEDGER-FILE
                           AT END
                               MOVE "Y" TO WS-LEDGER-EOF
                           NOT AT END
                               PERFORM REBUILD-BALANCE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
               CLOSE CLIENT-BALANCE-FILE
           END-IF.

       REBUILD-BALANCE-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF WS-LEDGER-CLIENT-FIELD NOT = SPACES
                   AND WS-LEDGER-TYPE-FIELD NOT = "VCH"
               PERFORM POST-BALANCE-ROW
               ADD 1 TO WS-BAL-ROWS
           END-IF.

       POST-CLIENT-PAYMENT.
           DISPLAY " "
           DISPLAY "Post a client payment"
           DISPLAY "-------------------"
           PERFORM CHECK-TILL-CLOSED-TODAY
           IF WS-TILL-DAY-CLOSED = "Y"
               DISPLAY "Today's till has been closed; no more "
                   "payments can be taken today."
           ELSE
               PERFORM POST-CLIENT-PAYMENT-DETAILS
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       POST-CLIENT-PAYMENT-DETAILS.
           DISPLAY "Client ID: "
           ACCEPT WS-MASTER-ID-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-MASTER-ID-INPUT))
               TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           IF WS-MASTER-FOUND = "N"
               DISPLAY "No client on file with ID "
                   FUNCTION TRIM (WS-MASTER-ID-INPUT) "."
           ELSE
               DISPLAY "Client: " FUNCTION TRIM (CM-NAME)
               MOVE CM-CLIENT-ID TO WS-LEDGER-TARGET
               MOVE SPACES TO WS-LEDGER-EXCL-PERIOD
               PERFORM LOAD-CLIENT-BALANCE
               PERFORM COMPUTE-TARGET-BALANCE
               MOVE SPACES TO WS-LEDGER-TARGET
               MOVE WS-PRIOR-BALANCE TO WS-AGE-BAL-ED
               DISPLAY "Balance on the ledger: " WS-AGE-BAL-ED
               DISPLAY "Payment amount (blank to cancel): "
               ACCEPT WS-PAY-AMT-INPUT
               IF WS-PAY-AMT-INPUT = SPACES
                   DISPLAY "No payment posted."
               ELSE
                   COMPUTE WS-PAY-AMOUNT =
                       FUNCTION NUMVAL (WS-PAY-AMT-INPUT)
                   IF WS-PAY-AMOUNT = 0
                       DISPLAY "That is not a valid amount; "
                           "nothing posted."
                   ELSE
                       PERFORM PROMPT-TENDER-TYPE
                       IF WS-TILL-TENDER-OK = "Y"
                           PERFORM POST-PAYMENT-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-PAYMENT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-LEDGER-DATE-FIELD
           MOVE CM-CLIENT-ID TO WS-LEDGER-CLIENT-FIELD
           MOVE "PAY" TO WS-LEDGER-TYPE-FIELD
           MOVE WS-PAY-AMOUNT TO WS-LEDGER-AMT-OUT
           MOVE SPACES TO WS-LEDGER-PERIOD-FIELD
           MOVE SPACES TO WS-LEDGER-REASON-FIELD
           MOVE WS-TILL-TENDER-INPUT TO WS-LEDGER-TENDER-FIELD
           MOVE SPACES TO WS-LEDGER-REF-FIELD
           PERFORM APPEND-LEDGER-ROW
           MOVE WS-PAY-AMOUNT TO WS-AGE-MONEY-ED
           DISPLAY "Payment of " WS-AGE-MONEY-ED " ("
               FUNCTION TRIM (WS-TILL-TENDER-INPUT)
               ") posted for " FUNCTION TRIM (CM-NAME) ".".

       PROMPT-TENDER-TYPE.
           MOVE "N" TO WS-TILL-TENDER-OK
           DISPLAY "Tender - CASH, CARD or CHEQ (blank to cancel): "
           ACCEPT WS-TILL-TENDER-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-TILL-TENDER-INPUT))
               TO WS-TILL-TENDER-INPUT
           EVALUATE WS-TILL-TENDER-INPUT
               WHEN "CASH"
               WHEN "CARD"
               WHEN "CHEQ"
                   MOVE "Y" TO WS-TILL-TENDER-OK
               WHEN SPACES
                   DISPLAY "No tender given; nothing posted."
               WHEN OTHER
                   DISPLAY "Use CASH, CARD or CHEQ; nothing posted."
           END-EVALUATE.

       CHECK-TILL-CLOSED-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-TILL-DATE
           PERFORM CHECK-TILL-CLOSED.

       CHECK-TILL-CLOSED.
           MOVE "N" TO WS-TILL-DAY-CLOSED
           MOVE "N" TO WS-TILL-EOF
           OPEN INPUT TILL-CLOSED-FILE
           IF WS-TILL-CLOSED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-TILL-EOF = "Y"
                   READ TILL-CLOSED-FILE
                       AT END
                           MOVE "Y" TO WS-TILL-EOF
                       NOT AT END
                           MOVE SPACES TO WS-TILL-DATE-FIELD
                           UNSTRING TILL-CLOSED-RECORD
                               DELIMITED BY "|"
                               INTO WS-TILL-DATE-FIELD
                           IF WS-TILL-DATE-FIELD = WS-TILL-DATE
                               MOVE "Y" TO WS-TILL-DAY-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILL-CLOSED-FILE
           END-IF.

       RUN-TILL-CLOSE.
           DISPLAY " "
           DISPLAY "Till close"
           DISPLAY "-------------------"
           PERFORM CHECK-TILL-CLOSED-TODAY
           IF WS-TILL-DAY-CLOSED = "Y"
               DISPLAY "The till for " WS-TILL-DATE
                   " has already been closed."
           ELSE
               PERFORM TOTAL-TILL-TAKINGS
               PERFORM COUNT-TILL-DRAWER
           END-IF
           DISPLAY "-------------------".

       TOTAL-TILL-TAKINGS.
           MOVE "CASH" TO WS-TTND-CODE (1)
           MOVE "CARD" TO WS-TTND-CODE (2)
           MOVE "CHEQ" TO WS-TTND-CODE (3)
           MOVE "----" TO WS-TTND-CODE (4)
           PERFORM CLEAR-TILL-TENDER
               VARYING WS-TILL-I FROM 1 BY 1
                   UNTIL WS-TILL-I > 4
           MOVE 0 TO WS-TRDR-COUNT
           MOVE 0 TO WS-TILL-ROWS
           MOVE 0 TO WS-TILL-TOT-PAY
           MOVE 0 TO WS-TILL-TOT-VCH
           MOVE 0 TO WS-TILL-TOT-REF
           MOVE "N" TO WS-TILL-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-TILL-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-TILL-EOF
                       NOT AT END
                           PERFORM TALLY-TILL-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       CLEAR-TILL-TENDER.
           MOVE 0 TO WS-TTND-PAY (WS-TILL-I)
           MOVE 0 TO WS-TTND-VCH (WS-TILL-I)
           MOVE 0 TO WS-TTND-REF (WS-TILL-I).

       TALLY-TILL-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF WS-LEDGER-DATE-FIELD = WS-TILL-DATE
                   AND (WS-LEDGER-TYPE-FIELD = "PAY"
                       OR WS-LEDGER-TYPE-FIELD = "VCH"
                       OR WS-LEDGER-TYPE-FIELD = "REF")
               ADD 1 TO WS-TILL-ROWS
               MOVE 4 TO WS-TILL-SLOT
               PERFORM FIND-TILL-TENDER
                   VARYING WS-TILL-I FROM 1 BY 1
                       UNTIL WS-TILL-I > 3
               PERFORM FIND-TILL-READER-OR-ADD
               EVALUATE WS-LEDGER-TYPE-FIELD
                   WHEN "PAY"
                       ADD WS-LEDGER-AMOUNT
                           TO WS-TTND-PAY (WS-TILL-SLOT)
                       ADD WS-LEDGER-AMOUNT TO WS-TILL-TOT-PAY
                       IF WS-TILL-RDR-SLOT > 0
                           ADD WS-LEDGER-AMOUNT
                               TO WS-TRDR-PAY (WS-TILL-RDR-SLOT)
                       END-IF
                   WHEN "VCH"
                       ADD WS-LEDGER-AMOUNT
                           TO WS-TTND-VCH (WS-TILL-SLOT)
                       ADD WS-LEDGER-AMOUNT TO WS-TILL-TOT-VCH
                       IF WS-TILL-RDR-SLOT > 0
                           ADD WS-LEDGER-AMOUNT
                               TO WS-TRDR-VCH (WS-TILL-RDR-SLOT)
                       END-IF
                   WHEN OTHER
                       ADD WS-LEDGER-AMOUNT
                           TO WS-TTND-REF (WS-TILL-SLOT)
                       ADD WS-LEDGER-AMOUNT TO WS-TILL-TOT-REF
                       IF WS-TILL-RDR-SLOT > 0
                           ADD WS-LEDGER-AMOUNT
                               TO WS-TRDR-REF (WS-TILL-RDR-SLOT)
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-TILL-TENDER.
           IF WS-TTND-CODE (WS-TILL-I) = WS-LEDGER-TENDER-FIELD
               MOVE WS-TILL-I TO WS-TILL-SLOT
           END-IF.

       FIND-TILL-READER-OR-ADD.
           MOVE 0 TO WS-TILL-RDR-SLOT
           PERFORM FIND-TILL-READER
               VARYING WS-TILL-I FROM 1 BY 1
                   UNTIL WS-TILL-I > WS-TRDR-COUNT
           IF WS-TILL-RDR-SLOT = 0
                   AND WS-TRDR-COUNT < 20
               ADD 1 TO WS-TRDR-COUNT
               MOVE WS-TRDR-COUNT TO WS-TILL-RDR-SLOT
               MOVE WS-LEDGER-READER-FIELD
                   TO WS-TRDR-ID (WS-TILL-RDR-SLOT)
               MOVE 0 TO WS-TRDR-PAY (WS-TILL-RDR-SLOT)
               MOVE 0 TO WS-TRDR-VCH (WS-TILL-RDR-SLOT)
               MOVE 0 TO WS-TRDR-REF (WS-TILL-RDR-SLOT)
           END-IF.

       FIND-TILL-READER.
           IF WS-TRDR-ID (WS-TILL-I) = WS-LEDGER-READER-FIELD
               MOVE WS-TILL-I TO WS-TILL-RDR-SLOT
           END-IF.

       COUNT-TILL-DRAWER.
           DISPLAY "Takings for " WS-TILL-DATE " ("
               WS-TILL-ROWS " ledger row(s)):"
           PERFORM SHOW-TILL-TENDER
               VARYING WS-TILL-I FROM 1 BY 1
                   UNTIL WS-TILL-I > 4
           DISPLAY "Counted cash in the drawer: "
           ACCEPT WS-TILL-CASH-INPUT
           MOVE 0 TO WS-TILL-CASH-COUNTED
           IF WS-TILL-CASH-INPUT NOT = SPACES
               COMPUTE WS-TILL-CASH-COUNTED =
                   FUNCTION NUMVAL (WS-TILL-CASH-INPUT)
           END-IF
           DISPLAY "Card-terminal total for the day: "
           ACCEPT WS-TILL-CARD-INPUT
           MOVE 0 TO WS-TILL-CARD-COUNTED
           IF WS-TILL-CARD-INPUT NOT = SPACES
               COMPUTE WS-TILL-CARD-COUNTED =
                   FUNCTION NUMVAL (WS-TILL-CARD-INPUT)
           END-IF
           PERFORM WRITE-TILL-REPORT
           DISPLAY "Till report written to till-report.dat"
           DISPLAY "Close the till for " WS-TILL-DATE
               "? No more money can be taken today (Y/N): "
           ACCEPT WS-MASTER-CONFIRM
           IF FUNCTION UPPER-CASE (WS-MASTER-CONFIRM) = "Y"
               PERFORM MARK-TILL-CLOSED
               DISPLAY "Till closed for " WS-TILL-DATE "."
           ELSE
               DISPLAY "The till is still open; run TILLCLOSE "
                   "again when the drawer is ready."
           END-IF.

       SHOW-TILL-TENDER.
           COMPUTE WS-TILL-NET = WS-TTND-PAY (WS-TILL-I)
               + WS-TTND-VCH (WS-TILL-I) - WS-TTND-REF (WS-TILL-I)
           IF WS-TILL-I < 4 OR WS-TILL-NET NOT = 0
               MOVE WS-TILL-NET TO WS-TILL-SIGNED-ED
               DISPLAY "  " WS-TTND-CODE (WS-TILL-I) "  net "
                   WS-TILL-SIGNED-ED
           END-IF.

       WRITE-TILL-REPORT.
           OPEN OUTPUT TILL-REPORT-FILE
           MOVE SPACES TO WS-TILL-LINE
           STRING "=== Till Close for " DELIMITED SIZE
                  WS-TILL-DATE DELIMITED SIZE
                  " ===" DELIMITED SIZE
                  INTO WS-TILL-LINE
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE SPACES TO WS-TILL-LINE
           STRING "Counted by " DELIMITED SIZE
                  FUNCTION TRIM (WS-READER-NAME) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  FUNCTION TRIM (WS-READER-ID) DELIMITED SIZE
                  ")" DELIMITED SIZE
                  INTO WS-TILL-LINE
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE SPACES TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE "Takings by tender:" TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           PERFORM WRITE-TILL-COLUMN-HEADING
           MOVE "Tender" TO TILL-REPORT-RECORD (1:6)
           WRITE TILL-REPORT-RECORD
           PERFORM WRITE-TILL-TENDER-LINE
               VARYING WS-TILL-I FROM 1 BY 1
                   UNTIL WS-TILL-I > 4
           MOVE SPACES TO WS-TILL-LINE
           MOVE "Total" TO WS-TILL-LINE (1:5)
           MOVE WS-TILL-TOT-PAY TO WS-TILL-MONEY-ED
           MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (14:10)
           MOVE WS-TILL-TOT-VCH TO WS-TILL-MONEY-ED
           MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (25:10)
           MOVE WS-TILL-TOT-REF TO WS-TILL-MONEY-ED
           MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (36:10)
           COMPUTE WS-TILL-NET = WS-TILL-TOT-PAY + WS-TILL-TOT-VCH
               - WS-TILL-TOT-REF
           MOVE WS-TILL-NET TO WS-TILL-SIGNED-ED
           MOVE WS-TILL-SIGNED-ED TO WS-TILL-LINE (47:12)
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE SPACES TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE "Takings by reader:" TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           PERFORM WRITE-TILL-COLUMN-HEADING
           MOVE "Reader" TO TILL-REPORT-RECORD (1:6)
           WRITE TILL-REPORT-RECORD
           IF WS-TRDR-COUNT = 0
               MOVE "  No money was taken today."
                   TO TILL-REPORT-RECORD
               WRITE TILL-REPORT-RECORD
           ELSE
               PERFORM WRITE-TILL-READER-LINE
                   VARYING WS-TILL-I FROM 1 BY 1
                       UNTIL WS-TILL-I > WS-TRDR-COUNT
           END-IF
           MOVE SPACES TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE "Drawer and terminal count:" TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE SPACES TO WS-TILL-LINE
           MOVE "    Expected" TO WS-TILL-LINE (14:12)
           MOVE "     Counted" TO WS-TILL-LINE (27:12)
           MOVE "    Variance" TO WS-TILL-LINE (40:12)
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE 1 TO WS-TILL-I
           MOVE WS-TILL-CASH-COUNTED TO WS-TILL-COUNTED
           PERFORM WRITE-TILL-VARIANCE-LINE
           MOVE 2 TO WS-TILL-I
           MOVE WS-TILL-CARD-COUNTED TO WS-TILL-COUNTED
           PERFORM WRITE-TILL-VARIANCE-LINE
           COMPUTE WS-TILL-NET = WS-TTND-PAY (3) + WS-TTND-VCH (3)
               - WS-TTND-REF (3)
           MOVE WS-TILL-NET TO WS-TILL-SIGNED-ED
           MOVE SPACES TO WS-TILL-LINE
           STRING "Cheques to bank: " DELIMITED SIZE
                  WS-TILL-SIGNED-ED DELIMITED SIZE
                  INTO WS-TILL-LINE
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           COMPUTE WS-TILL-NET = WS-TTND-PAY (4) + WS-TTND-VCH (4)
               - WS-TTND-REF (4)
           IF WS-TILL-NET NOT = 0
               MOVE WS-TILL-NET TO WS-TILL-SIGNED-ED
               MOVE SPACES TO WS-TILL-LINE
               STRING "Rows with no tender recorded: "
                          DELIMITED SIZE
                      WS-TILL-SIGNED-ED DELIMITED SIZE
                      " (not in any count above)" DELIMITED SIZE
                      INTO WS-TILL-LINE
               MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
               WRITE TILL-REPORT-RECORD
           END-IF
           CLOSE TILL-REPORT-FILE.

       WRITE-TILL-COLUMN-HEADING.
           MOVE SPACES TO WS-TILL-LINE
           MOVE "  Payments" TO WS-TILL-LINE (14:10)
           MOVE "  Vouchers" TO WS-TILL-LINE (25:10)
           MOVE "   Refunds" TO WS-TILL-LINE (36:10)
           MOVE "   Net taken" TO WS-TILL-LINE (47:12)
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD.

       WRITE-TILL-TENDER-LINE.
           COMPUTE WS-TILL-NET = WS-TTND-PAY (WS-TILL-I)
               + WS-TTND-VCH (WS-TILL-I) - WS-TTND-REF (WS-TILL-I)
           IF WS-TILL-I < 4
                   OR WS-TTND-PAY (WS-TILL-I) > 0
                   OR WS-TTND-VCH (WS-TILL-I) > 0
                   OR WS-TTND-REF (WS-TILL-I) > 0
               MOVE SPACES TO WS-TILL-LINE
               IF WS-TILL-I = 4
                   MOVE "(none)" TO WS-TILL-LINE (1:6)
               ELSE
                   MOVE WS-TTND-CODE (WS-TILL-I) TO WS-TILL-LINE (1:4)
               END-IF
               MOVE WS-TTND-PAY (WS-TILL-I) TO WS-TILL-MONEY-ED
               MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (14:10)
               MOVE WS-TTND-VCH (WS-TILL-I) TO WS-TILL-MONEY-ED
               MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (25:10)
               MOVE WS-TTND-REF (WS-TILL-I) TO WS-TILL-MONEY-ED
               MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (36:10)
               MOVE WS-TILL-NET TO WS-TILL-SIGNED-ED
               MOVE WS-TILL-SIGNED-ED TO WS-TILL-LINE (47:12)
               MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
               WRITE TILL-REPORT-RECORD
           END-IF.

       WRITE-TILL-READER-LINE.
           MOVE SPACES TO WS-TILL-LINE
           MOVE WS-TRDR-ID (WS-TILL-I) TO WS-TILL-LINE (1:8)
           MOVE WS-TRDR-PAY (WS-TILL-I) TO WS-TILL-MONEY-ED
           MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (14:10)
           MOVE WS-TRDR-VCH (WS-TILL-I) TO WS-TILL-MONEY-ED
           MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (25:10)
           MOVE WS-TRDR-REF (WS-TILL-I) TO WS-TILL-MONEY-ED
           MOVE WS-TILL-MONEY-ED TO WS-TILL-LINE (36:10)
           COMPUTE WS-TILL-NET = WS-TRDR-PAY (WS-TILL-I)
               + WS-TRDR-VCH (WS-TILL-I) - WS-TRDR-REF (WS-TILL-I)
           MOVE WS-TILL-NET TO WS-TILL-SIGNED-ED
           MOVE WS-TILL-SIGNED-ED TO WS-TILL-LINE (47:12)
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD.

       WRITE-TILL-VARIANCE-LINE.
           COMPUTE WS-TILL-EXPECTED = WS-TTND-PAY (WS-TILL-I)
               + WS-TTND-VCH (WS-TILL-I) - WS-TTND-REF (WS-TILL-I)
           COMPUTE WS-TILL-VARIANCE =
               WS-TILL-COUNTED - WS-TILL-EXPECTED
           MOVE SPACES TO WS-TILL-LINE
           MOVE WS-TTND-CODE (WS-TILL-I) TO WS-TILL-LINE (1:4)
           MOVE WS-TILL-EXPECTED TO WS-TILL-SIGNED-ED
           MOVE WS-TILL-SIGNED-ED TO WS-TILL-LINE (14:12)
           MOVE WS-TILL-COUNTED TO WS-TILL-SIGNED-ED
           MOVE WS-TILL-SIGNED-ED TO WS-TILL-LINE (27:12)
           MOVE WS-TILL-VARIANCE TO WS-TILL-SIGNED-ED
           MOVE WS-TILL-SIGNED-ED TO WS-TILL-LINE (40:12)
           EVALUATE TRUE
               WHEN WS-TILL-VARIANCE > 0
                   MOVE "OVER" TO WS-TILL-LINE (54:5)
               WHEN WS-TILL-VARIANCE < 0
                   MOVE "SHORT" TO WS-TILL-LINE (54:5)
               WHEN OTHER
                   MOVE "ok" TO WS-TILL-LINE (54:5)
           END-EVALUATE
           MOVE WS-TILL-LINE TO TILL-REPORT-RECORD
           WRITE TILL-REPORT-RECORD
           MOVE WS-TILL-VARIANCE TO WS-TILL-SIGNED-ED
           DISPLAY "  " WS-TTND-CODE (WS-TILL-I) " variance "
               WS-TILL-SIGNED-ED.

       MARK-TILL-CLOSED.
           MOVE SPACES TO WS-TILL-LINE
           MOVE WS-TILL-CASH-COUNTED TO WS-TILL-COUNTED-OUT
           STRING WS-TILL-DATE DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-TILL-COUNTED-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  INTO WS-TILL-LINE
           MOVE WS-TILL-CARD-COUNTED TO WS-TILL-COUNTED-OUT
           MOVE WS-TILL-COUNTED-OUT TO WS-TILL-LINE (21:10)
           MOVE "|" TO WS-TILL-LINE (31:1)
           MOVE WS-READER-ID TO WS-TILL-LINE (32:8)
           MOVE WS-TILL-LINE TO TILL-CLOSED-RECORD
           OPEN EXTEND TILL-CLOSED-FILE
           IF WS-TILL-CLOSED-STATUS = "35"
               OPEN OUTPUT TILL-CLOSED-FILE
           END-IF
           WRITE TILL-CLOSED-RECORD
           CLOSE TILL-CLOSED-FILE.

       RUN-GL-EXPORT.
           DISPLAY "General-ledger journal export"
           DISPLAY "Enter period YYYYMM (blank for the current "
               "month): "
           ACCEPT WS-GL-PERIOD
           IF WS-GL-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-FIELD
               MOVE WS-CURRENT-DATE-FIELD (1:6) TO WS-GL-PERIOD
           END-IF
           IF WS-READER-INPUT = "FORCE"
               MOVE "Y" TO WS-GL-FORCE
           ELSE
               MOVE "N" TO WS-GL-FORCE
           END-IF
           MOVE WS-GL-PERIOD TO WS-CLOSE-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           PERFORM CHECK-GL-EXPORTED
           EVALUATE TRUE
               WHEN WS-ME-ALREADY = "N"
                   DISPLAY "Period " WS-GL-PERIOD " has not been "
                       "closed; run MONTHEND before exporting it."
               WHEN WS-GL-EXPORTED = "Y" AND WS-GL-FORCE = "N"
                   DISPLAY "Period " WS-GL-PERIOD " has already "
                       "been exported; refusing a second export."
                   DISPLAY "Run GLEXPORT FORCE if the accountant "
                       "needs it again."
               WHEN OTHER
                   IF WS-GL-EXPORTED = "Y"
                       DISPLAY "NOTE: period " WS-GL-PERIOD
                           " was exported before; re-exporting "
                           "on the owner's instruction."
                   END-IF
                   PERFORM LOAD-GL-ACCOUNT-MAP
                   IF WS-GLM-COUNT = 0
                       DISPLAY "No account mapping is on file "
                           "(gl-accounts.dat); the export cannot "
                           "run."
                   ELSE
                       PERFORM BUILD-GL-JOURNAL
                   END-IF
           END-EVALUATE.

       CHECK-GL-EXPORTED.
           MOVE "N" TO WS-GL-EXPORTED
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           MOVE SPACES TO WS-GL-CTL-PERIOD
                           UNSTRING GL-CONTROL-RECORD
                               DELIMITED BY "|"
                               INTO WS-GL-CTL-PERIOD
                           IF WS-GL-CTL-PERIOD = WS-GL-PERIOD
                               MOVE "Y" TO WS-GL-EXPORTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.

       LOAD-GL-ACCOUNT-MAP.
           MOVE 0 TO WS-GLM-COUNT
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GL-ACCT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           PERFORM LOAD-GL-ACCOUNT-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF.

       LOAD-GL-ACCOUNT-ROW.
           IF GL-ACCOUNT-RECORD NOT = SPACES
                   AND WS-GLM-COUNT < 100
               MOVE SPACES TO WS-GL-CAT-FIELD
               MOVE SPACES TO WS-GL-KEY-FIELD
               MOVE SPACES TO WS-GL-ACCT-FIELD
               MOVE SPACES TO WS-GL-DESC-FIELD
               UNSTRING GL-ACCOUNT-RECORD
                   DELIMITED BY "|"
                   INTO WS-GL-CAT-FIELD
                        WS-GL-KEY-FIELD
                        WS-GL-ACCT-FIELD
                        WS-GL-DESC-FIELD
               ADD 1 TO WS-GLM-COUNT
               MOVE FUNCTION UPPER-CASE (WS-GL-CAT-FIELD)
                   TO WS-GLM-CAT (WS-GLM-COUNT)
               MOVE FUNCTION UPPER-CASE (WS-GL-KEY-FIELD)
                   TO WS-GLM-KEY (WS-GLM-COUNT)
               MOVE WS-GL-ACCT-FIELD TO WS-GLM-ACCT (WS-GLM-COUNT)
               MOVE WS-GL-DESC-FIELD TO WS-GLM-DESC (WS-GLM-COUNT)
           END-IF.

       BUILD-GL-JOURNAL.
           MOVE 0 TO WS-GLJ-COUNT
           MOVE 0 TO WS-GL-UNMAPPED
           MOVE 0 TO WS-GL-DROPPED
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-REDEMPTION-TABLE
           PERFORM JOURNAL-GL-READINGS
           PERFORM JOURNAL-GL-LEDGER
           PERFORM JOURNAL-GL-COMMISSION
           EVALUATE TRUE
               WHEN WS-GL-UNMAPPED > 0
                   MOVE WS-GL-UNMAPPED TO WS-GL-COUNT-ED
                   DISPLAY WS-GL-COUNT-ED " posting(s) have no "
                       "account in gl-accounts.dat; nothing "
                       "exported."
               WHEN WS-GL-DROPPED > 0
                   DISPLAY "The journal has more than 300 account "
                       "lines; nothing exported."
               WHEN WS-GLJ-COUNT = 0
                   DISPLAY "Nothing was posted in period "
                       WS-GL-PERIOD "; nothing exported."
               WHEN OTHER
                   PERFORM WRITE-GL-EXPORT
                   PERFORM RECORD-GL-EXPORTED
           END-EVALUATE.

       JOURNAL-GL-READINGS.
           MOVE "N" TO WS-GL-VCH-OPEN
           OPEN INPUT VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "00"
               MOVE "Y" TO WS-GL-VCH-OPEN
           END-IF
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "00"
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-GL-EOF
               END-START
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           IF CR-TIMESTAMP (1:6) = WS-GL-PERIOD
                               PERFORM JOURNAL-GL-READING
                           END-IF
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-GL-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-READING-FILE
           END-IF
           IF WS-GL-VCH-OPEN = "Y"
               CLOSE VOUCHER-FILE
           END-IF.

       JOURNAL-GL-READING.
           PERFORM CLASSIFY-BILLABLE-READING
           MOVE "REV" TO WS-GL-CR-CAT
           MOVE CR-READING-TYPE TO WS-GL-CR-KEY
           EVALUATE WS-BILL-KIND
               WHEN "P"
                   MOVE "READINGS" TO WS-GL-SOURCE
                   MOVE "BS" TO WS-GL-DR-CAT
                   MOVE "AR" TO WS-GL-DR-KEY
                   MOVE WS-PRICE-AMOUNT (WS-BILL-SLOT)
                       TO WS-GL-AMOUNT
                   PERFORM POST-GL-PAIR
               WHEN "R"
                   MOVE "REDEEMED" TO WS-GL-SOURCE
                   MOVE "BS" TO WS-GL-DR-CAT
                   MOVE "DEFERRED" TO WS-GL-DR-KEY
                   PERFORM FIND-REDEEMED-VOUCHER-VALUE
                   PERFORM POST-GL-PAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-REDEEMED-VOUCHER-VALUE.
           MOVE 0 TO WS-GL-AMOUNT
           IF WS-GL-VCH-OPEN = "Y"
               MOVE WS-RED-VCH (WS-RED-SLOT) TO VCH-NUMBER
               READ VOUCHER-FILE
                   INVALID KEY
                       DISPLAY "WARNING: voucher "
                           FUNCTION TRIM (WS-RED-VCH (WS-RED-SLOT))
                           " redeemed by "
                           FUNCTION TRIM (CR-CLIENT-ID)
                           " is not on file; release not journaled."
                   NOT INVALID KEY
                       MOVE VCH-UNIT-VALUE TO WS-GL-AMOUNT
               END-READ
           END-IF.

       JOURNAL-GL-LEDGER.
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           PERFORM PARSE-LEDGER-ROW
                           IF WS-LEDGER-DATE-FIELD (1:6)
                                   = WS-GL-PERIOD
                               PERFORM JOURNAL-GL-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       JOURNAL-GL-LEDGER-ROW.
           MOVE WS-LEDGER-AMOUNT TO WS-GL-AMOUNT
           EVALUATE WS-LEDGER-TYPE-FIELD
               WHEN "FEE"
                   MOVE "FEES" TO WS-GL-SOURCE
                   MOVE "BS" TO WS-GL-DR-CAT
                   MOVE "AR" TO WS-GL-DR-KEY
                   MOVE "REV" TO WS-GL-CR-CAT
                   MOVE WS-LEDGER-REASON-FIELD TO WS-GL-CR-KEY
                   PERFORM POST-GL-PAIR
               WHEN "PAY"
                   MOVE "PAYMENTS" TO WS-GL-SOURCE
                   MOVE "CASH" TO WS-GL-DR-CAT
                   MOVE WS-LEDGER-TENDER-FIELD TO WS-GL-DR-KEY
                   MOVE "BS" TO WS-GL-CR-CAT
                   MOVE "AR" TO WS-GL-CR-KEY
                   PERFORM POST-GL-PAIR
               WHEN "REF"
                   MOVE "REFUNDS" TO WS-GL-SOURCE
                   MOVE "BS" TO WS-GL-DR-CAT
                   MOVE "AR" TO WS-GL-DR-KEY
                   MOVE "CASH" TO WS-GL-CR-CAT
                   MOVE WS-LEDGER-TENDER-FIELD TO WS-GL-CR-KEY
                   PERFORM POST-GL-PAIR
               WHEN "CRN"
                   MOVE "CREDITS" TO WS-GL-SOURCE
                   MOVE "ADJ" TO WS-GL-DR-CAT
                   MOVE "CRN" TO WS-GL-DR-KEY
                   MOVE "BS" TO WS-GL-CR-CAT
                   MOVE "AR" TO WS-GL-CR-KEY
                   PERFORM POST-GL-PAIR
               WHEN "WOF"
                   MOVE "WRITEOFFS" TO WS-GL-SOURCE
                   MOVE "EXP" TO WS-GL-DR-CAT
                   MOVE "BADDEBT" TO WS-GL-DR-KEY
                   MOVE "BS" TO WS-GL-CR-CAT
                   MOVE "AR" TO WS-GL-CR-KEY
                   PERFORM POST-GL-PAIR
               WHEN "VCH"
                   MOVE "VOUCHERS" TO WS-GL-SOURCE
                   MOVE "CASH" TO WS-GL-DR-CAT
                   MOVE WS-LEDGER-TENDER-FIELD TO WS-GL-DR-KEY
                   MOVE "BS" TO WS-GL-CR-CAT
                   MOVE "DEFERRED" TO WS-GL-CR-KEY
                   PERFORM POST-GL-PAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JOURNAL-GL-COMMISSION.
           MOVE WS-GL-PERIOD TO WS-COM-PERIOD
           PERFORM LOAD-STAFF-TABLE
           MOVE 0 TO WS-COM-COUNT
           MOVE 0 TO WS-COM-DROPPED
           PERFORM TALLY-COMMISSION-LOG
           PERFORM TALLY-COMMISSION-ARCHIVE
           PERFORM JOURNAL-GL-READER-COMMISSION
               VARYING WS-COM-I FROM 1 BY 1
                   UNTIL WS-COM-I > WS-COM-COUNT
           IF WS-COM-DROPPED > 0
               DISPLAY "WARNING: " WS-COM-DROPPED " log entries "
                   "exceeded the commission tally table and are "
                   "not in the wages accrual."
           END-IF.

       JOURNAL-GL-READER-COMMISSION.
           MOVE "Y" TO WS-COM-FIRST
           PERFORM CHECK-COMMISSION-FIRST
               VARYING WS-COM-J FROM 1 BY 1
                   UNTIL WS-COM-J >= WS-COM-I
           IF WS-COM-FIRST = "Y"
               MOVE WS-COM-KEY-READER (WS-COM-I) TO WS-COM-READER
               MOVE 0 TO WS-COM-RDR-GROSS
               PERFORM SUM-GL-COMMISSION-GROSS
                   VARYING WS-COM-J FROM 1 BY 1
                       UNTIL WS-COM-J > WS-COM-COUNT
               MOVE 0 TO WS-COM-STF-SLOT
               PERFORM FIND-STAFF-SLOT
                   VARYING WS-COM-STF-I FROM 1 BY 1
                       UNTIL WS-COM-STF-I > WS-STF-COUNT
               MOVE 0 TO WS-COM-RATE
               IF WS-COM-STF-SLOT > 0
                   MOVE WS-STF-RATE (WS-COM-STF-SLOT) TO WS-COM-RATE
               END-IF
               COMPUTE WS-COM-RDR-DUE ROUNDED =
                   WS-COM-RDR-GROSS * WS-COM-RATE / 100
               MOVE "COMMISSION" TO WS-GL-SOURCE
               MOVE "EXP" TO WS-GL-DR-CAT
               MOVE "COMMISSION" TO WS-GL-DR-KEY
               MOVE "BS" TO WS-GL-CR-CAT
               MOVE "WAGES" TO WS-GL-CR-KEY
               MOVE WS-COM-RDR-DUE TO WS-GL-AMOUNT
               PERFORM POST-GL-PAIR
           END-IF.

       SUM-GL-COMMISSION-GROSS.
           IF WS-COM-KEY-READER (WS-COM-J) = WS-COM-READER
               PERFORM COMPUTE-COMMISSION-GROSS
               ADD WS-COM-GROSS TO WS-COM-RDR-GROSS
           END-IF.

       POST-GL-PAIR.
           IF WS-GL-AMOUNT > 0
               MOVE WS-GL-DR-CAT TO WS-GL-CAT
               MOVE WS-GL-DR-KEY TO WS-GL-KEY
               MOVE "D" TO WS-GL-SIDE
               PERFORM ADD-GL-LINE
               MOVE WS-GL-CR-CAT TO WS-GL-CAT
               MOVE WS-GL-CR-KEY TO WS-GL-KEY
               MOVE "C" TO WS-GL-SIDE
               PERFORM ADD-GL-LINE
           END-IF.

       ADD-GL-LINE.
           MOVE 0 TO WS-GL-MAP-SLOT
           PERFORM FIND-GL-ACCOUNT
               VARYING WS-GL-I FROM 1 BY 1
                   UNTIL WS-GL-I > WS-GLM-COUNT
           IF WS-GL-MAP-SLOT = 0
               PERFORM FIND-GL-DEFAULT-ACCOUNT
                   VARYING WS-GL-I FROM 1 BY 1
                       UNTIL WS-GL-I > WS-GLM-COUNT
           END-IF
           IF WS-GL-MAP-SLOT = 0
               ADD 1 TO WS-GL-UNMAPPED
               IF WS-GL-UNMAPPED < 21
                   DISPLAY "No GL account mapped for "
                       FUNCTION TRIM (WS-GL-CAT) " "
                       FUNCTION TRIM (WS-GL-KEY) " ("
                       FUNCTION TRIM (WS-GL-SOURCE) ")."
               END-IF
           ELSE
               MOVE 0 TO WS-GL-SLOT
               PERFORM FIND-GL-JOURNAL-LINE
                   VARYING WS-GL-I FROM 1 BY 1
                       UNTIL WS-GL-I > WS-GLJ-COUNT
               IF WS-GL-SLOT = 0
                   IF WS-GLJ-COUNT < 300
                       ADD 1 TO WS-GLJ-COUNT
                       MOVE WS-GLJ-COUNT TO WS-GL-SLOT
                       MOVE WS-GL-SOURCE
                           TO WS-GLJ-SOURCE (WS-GL-SLOT)
                       MOVE WS-GLM-ACCT (WS-GL-MAP-SLOT)
                           TO WS-GLJ-ACCT (WS-GL-SLOT)
                       MOVE WS-GLM-DESC (WS-GL-MAP-SLOT)
                           TO WS-GLJ-DESC (WS-GL-SLOT)
                       MOVE WS-GL-SIDE TO WS-GLJ-SIDE (WS-GL-SLOT)
                       MOVE 0 TO WS-GLJ-AMOUNT (WS-GL-SLOT)
                   ELSE
                       ADD 1 TO WS-GL-DROPPED
                   END-IF
               END-IF
               IF WS-GL-SLOT > 0
                   ADD WS-GL-AMOUNT TO WS-GLJ-AMOUNT (WS-GL-SLOT)
               END-IF
           END-IF.

       FIND-GL-ACCOUNT.
           IF WS-GLM-CAT (WS-GL-I) = WS-GL-CAT
                   AND WS-GLM-KEY (WS-GL-I) = WS-GL-KEY
               MOVE WS-GL-I TO WS-GL-MAP-SLOT
           END-IF.

       FIND-GL-DEFAULT-ACCOUNT.
           IF WS-GLM-CAT (WS-GL-I) = WS-GL-CAT
                   AND WS-GLM-KEY (WS-GL-I) = "*"
               MOVE WS-GL-I TO WS-GL-MAP-SLOT
           END-IF.

       FIND-GL-JOURNAL-LINE.
           IF WS-GLJ-SOURCE (WS-GL-I) = WS-GL-SOURCE
                   AND WS-GLJ-ACCT (WS-GL-I)
                       = WS-GLM-ACCT (WS-GL-MAP-SLOT)
                   AND WS-GLJ-SIDE (WS-GL-I) = WS-GL-SIDE
               MOVE WS-GL-I TO WS-GL-SLOT
           END-IF.

       WRITE-GL-EXPORT.
           MOVE 0 TO WS-GL-LINES
           MOVE 0 TO WS-GL-TOT-DEBIT
           MOVE 0 TO WS-GL-TOT-CREDIT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           OPEN OUTPUT GL-EXPORT-FILE
           MOVE SPACES TO WS-GL-LINE
           IF WS-GL-EXPORTED = "Y"
               STRING "H|" DELIMITED SIZE
                      WS-GL-PERIOD DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                      "|REEXPORT|TAROT-READER" DELIMITED SIZE
                      INTO WS-GL-LINE
           ELSE
               STRING "H|" DELIMITED SIZE
                      WS-GL-PERIOD DELIMITED SIZE
                      "|" DELIMITED SIZE
                      WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                      "|EXPORT|TAROT-READER" DELIMITED SIZE
                      INTO WS-GL-LINE
           END-IF
           MOVE WS-GL-LINE TO GL-EXPORT-RECORD
           WRITE GL-EXPORT-RECORD
           PERFORM WRITE-GL-DETAIL
               VARYING WS-GL-I FROM 1 BY 1
                   UNTIL WS-GL-I > WS-GLJ-COUNT
           MOVE WS-GL-LINES TO WS-GL-SEQ-OUT
           MOVE WS-GL-TOT-DEBIT TO WS-GL-AMT-OUT
           MOVE WS-GL-TOT-CREDIT TO WS-GL-AMT-OUT-2
           MOVE SPACES TO WS-GL-LINE
           STRING "T|" DELIMITED SIZE
                  WS-GL-SEQ-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-AMT-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-AMT-OUT-2 DELIMITED SIZE
                  INTO WS-GL-LINE
           MOVE WS-GL-LINE TO GL-EXPORT-RECORD
           WRITE GL-EXPORT-RECORD
           CLOSE GL-EXPORT-FILE
           MOVE WS-GL-TOT-DEBIT TO WS-GL-MONEY-ED
           DISPLAY "Journal for " WS-GL-PERIOD " written to "
               "gl-export.dat (" WS-GL-LINES " line(s))."
           DISPLAY "  Total debits:  " WS-GL-MONEY-ED
           MOVE WS-GL-TOT-CREDIT TO WS-GL-MONEY-ED
           DISPLAY "  Total credits: " WS-GL-MONEY-ED
           IF WS-GL-TOT-DEBIT NOT = WS-GL-TOT-CREDIT
               DISPLAY "WARNING: the journal does not balance."
           END-IF.

       WRITE-GL-DETAIL.
           ADD 1 TO WS-GL-LINES
           MOVE WS-GL-LINES TO WS-GL-SEQ-OUT
           IF WS-GLJ-SIDE (WS-GL-I) = "D"
               MOVE WS-GLJ-AMOUNT (WS-GL-I) TO WS-GL-AMT-OUT
               MOVE 0 TO WS-GL-AMT-OUT-2
               ADD WS-GLJ-AMOUNT (WS-GL-I) TO WS-GL-TOT-DEBIT
           ELSE
               MOVE 0 TO WS-GL-AMT-OUT
               MOVE WS-GLJ-AMOUNT (WS-GL-I) TO WS-GL-AMT-OUT-2
               ADD WS-GLJ-AMOUNT (WS-GL-I) TO WS-GL-TOT-CREDIT
           END-IF
           MOVE SPACES TO WS-GL-LINE
           STRING "D|" DELIMITED SIZE
                  WS-GL-SEQ-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-PERIOD DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-GLJ-SOURCE (WS-GL-I))
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-GLJ-ACCT (WS-GL-I))
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  FUNCTION TRIM (WS-GLJ-DESC (WS-GL-I))
                      DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-AMT-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-AMT-OUT-2 DELIMITED SIZE
                  INTO WS-GL-LINE
           MOVE WS-GL-LINE TO GL-EXPORT-RECORD
           WRITE GL-EXPORT-RECORD.

       RECORD-GL-EXPORTED.
           MOVE WS-GL-LINES TO WS-GL-SEQ-OUT
           MOVE WS-GL-TOT-DEBIT TO WS-GL-AMT-OUT
           MOVE WS-GL-TOT-CREDIT TO WS-GL-AMT-OUT-2
           MOVE SPACES TO WS-GL-LINE
           STRING WS-GL-PERIOD DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-SEQ-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-AMT-OUT DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-AMT-OUT-2 DELIMITED SIZE
                  "|" DELIMITED SIZE
                  WS-GL-FORCE DELIMITED SIZE
                  INTO WS-GL-LINE
           MOVE WS-GL-LINE TO GL-CONTROL-RECORD
           OPEN EXTEND GL-CONTROL-FILE
           IF WS-GL-CTL-STATUS = "35"
               OPEN OUTPUT GL-CONTROL-FILE
           END-IF
           WRITE GL-CONTROL-RECORD
           CLOSE GL-CONTROL-FILE.

       RUN-INTEGRITY-SWEEP.
           DISPLAY "Cross-file integrity sweep"
           PERFORM INIT-INTEGRITY-CHECKS
           PERFORM LOAD-STAFF-TABLE
           MOVE 0 TO WS-INT-SEVERE
           MOVE 0 TO WS-INT-WARNINGS
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE "=== Cross-file Integrity Sweep ==="
               TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE SPACES TO WS-INT-LINE
           STRING "As of " DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                  INTO WS-INT-LINE
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO WS-INT-LINE
           MOVE "Severity" TO WS-INT-LINE (1:8)
           MOVE "Check" TO WS-INT-LINE (10:5)
           MOVE "Detail" TO WS-INT-LINE (25:6)
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "N" TO WS-INT-MASTER-OPEN
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-INT-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: the client master could not be "
                   "opened; every client reference will be "
                   "reported."
           END-IF
           PERFORM INTEGRITY-ARCHIVE-PASS
           PERFORM INTEGRITY-READING-PASS
           PERFORM INTEGRITY-NOTE-PASS
           PERFORM INTEGRITY-LEDGER-PASS
           PERFORM INTEGRITY-VOUCHER-PASS
           PERFORM INTEGRITY-REDEMPTION-PASS
           PERFORM INTEGRITY-APPOINTMENT-PASS
           IF WS-INT-MASTER-OPEN = "Y"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           PERFORM WRITE-INTEGRITY-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           DISPLAY "Integrity report written to "
               "integrity-report.dat"
           MOVE WS-INT-SEVERE TO WS-INT-COUNT-ED
           DISPLAY "  Severe exceptions: " WS-INT-COUNT-ED
           MOVE WS-INT-WARNINGS TO WS-INT-COUNT-ED
           DISPLAY "  Warnings:          " WS-INT-COUNT-ED
           IF WS-INT-SEVERE > 0
               DISPLAY "Severe exceptions found; resolve them "
                   "before the month-end close."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       INIT-INTEGRITY-CHECKS.
           MOVE 12 TO WS-INTC-COUNT
           MOVE "RDG-CLIENT" TO WS-INTC-CODE (1)
           MOVE "SEVERE" TO WS-INTC-SEVERITY (1)
           MOVE "Readings for a client not on the master"
               TO WS-INTC-DESC (1)
           MOVE "ARC-CLIENT" TO WS-INTC-CODE (2)
           MOVE "WARNING" TO WS-INTC-SEVERITY (2)
           MOVE "Archived readings for a client not on the master"
               TO WS-INTC-DESC (2)
           MOVE "NOTE-READING" TO WS-INTC-CODE (3)
           MOVE "WARNING" TO WS-INTC-SEVERITY (3)
           MOVE "Notes with no matching reading"
               TO WS-INTC-DESC (3)
           MOVE "LEDGER-CLIENT" TO WS-INTC-CODE (4)
           MOVE "SEVERE" TO WS-INTC-SEVERITY (4)
           MOVE "Ledger rows for a client not on the master"
               TO WS-INTC-DESC (4)
           MOVE "VCH-CLIENT" TO WS-INTC-CODE (5)
           MOVE "SEVERE" TO WS-INTC-SEVERITY (5)
           MOVE "Vouchers for a client not on the master"
               TO WS-INTC-DESC (5)
           MOVE "VCH-USES" TO WS-INTC-CODE (6)
           MOVE "WARNING" TO WS-INTC-SEVERITY (6)
           MOVE "Vouchers marked X that still show uses left"
               TO WS-INTC-DESC (6)
           MOVE "RED-READING" TO WS-INTC-CODE (7)
           MOVE "SEVERE" TO WS-INTC-SEVERITY (7)
           MOVE "Redemptions whose reading does not exist"
               TO WS-INTC-DESC (7)
           MOVE "RED-VOUCHER" TO WS-INTC-CODE (8)
           MOVE "SEVERE" TO WS-INTC-SEVERITY (8)
           MOVE "Redemptions naming a voucher not on file"
               TO WS-INTC-DESC (8)
           MOVE "APPT-CLIENT" TO WS-INTC-CODE (9)
           MOVE "SEVERE" TO WS-INTC-SEVERITY (9)
           MOVE "Open appointments for a client not on the master"
               TO WS-INTC-DESC (9)
           MOVE "APPT-INACTIVE" TO WS-INTC-CODE (10)
           MOVE "WARNING" TO WS-INTC-SEVERITY (10)
           MOVE "Open appointments for a deactivated client"
               TO WS-INTC-DESC (10)
           MOVE "RDG-DECK" TO WS-INTC-CODE (11)
           MOVE "WARNING" TO WS-INTC-SEVERITY (11)
           MOVE "Readings stamped with a deck not in decks.dat"
               TO WS-INTC-DESC (11)
           MOVE "RDG-READER" TO WS-INTC-CODE (12)
           MOVE "WARNING" TO WS-INTC-SEVERITY (12)
           MOVE "Readings stamped with a reader not in staff.dat"
               TO WS-INTC-DESC (12)
           PERFORM CLEAR-INTEGRITY-HITS
               VARYING WS-INT-I FROM 1 BY 1
                   UNTIL WS-INT-I > WS-INTC-COUNT.

       CLEAR-INTEGRITY-HITS.
           MOVE 0 TO WS-INTC-HITS (WS-INT-I).

       CHECK-INTEGRITY-CLIENT.
           MOVE "N" TO WS-INT-ON-MASTER
           IF WS-INT-MASTER-OPEN = "Y"
               MOVE WS-INT-CLIENT TO CM-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-INT-ON-MASTER
               END-READ
           END-IF.

       RECORD-INTEGRITY-EXCEPTION.
           ADD 1 TO WS-INTC-HITS (WS-INT-CHECK-NO)
           IF WS-INTC-SEVERITY (WS-INT-CHECK-NO) = "SEVERE"
               ADD 1 TO WS-INT-SEVERE
           ELSE
               ADD 1 TO WS-INT-WARNINGS
           END-IF
           MOVE SPACES TO WS-INT-LINE
           MOVE WS-INTC-SEVERITY (WS-INT-CHECK-NO)
               TO WS-INT-LINE (1:7)
           MOVE WS-INTC-CODE (WS-INT-CHECK-NO) TO WS-INT-LINE (10:13)
           MOVE WS-INT-DETAIL TO WS-INT-LINE (25:120)
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       INTEGRITY-ARCHIVE-PASS.
           MOVE 0 TO WS-INTA-COUNT
           MOVE "N" TO WS-INT-ARCH-OVER
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT CLIENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ CLIENT-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE CLIENT-ARCHIVE-FILE
           END-IF.

       INTEGRITY-ARCHIVE-ROW.
           IF CLIENT-ARCHIVE-RECORD NOT = SPACES
               MOVE SPACES TO WS-INT-CLIENT
               MOVE SPACES TO WS-INT-TS
               UNSTRING CLIENT-ARCHIVE-RECORD
                   DELIMITED BY "|"
                   INTO WS-INT-CLIENT
                        WS-INT-TS
               IF WS-INTA-COUNT < 2000
                   ADD 1 TO WS-INTA-COUNT
                   MOVE WS-INT-CLIENT TO WS-INTA-CLIENT (WS-INTA-COUNT)
                   MOVE WS-INT-TS TO WS-INTA-TS (WS-INTA-COUNT)
               ELSE
                   MOVE "Y" TO WS-INT-ARCH-OVER
               END-IF
               PERFORM CHECK-INTEGRITY-CLIENT
               IF WS-INT-ON-MASTER = "N"
                   MOVE 2 TO WS-INT-CHECK-NO
                   MOVE SPACES TO WS-INT-DETAIL
                   STRING FUNCTION TRIM (WS-INT-CLIENT)
                              DELIMITED SIZE
                          " reading " DELIMITED SIZE
                          FUNCTION TRIM (WS-INT-TS) DELIMITED SIZE
                          INTO WS-INT-DETAIL
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               END-IF
           END-IF.

       INTEGRITY-READING-PASS.
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "00"
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-INT-EOF
               END-START
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-READING-RECORD
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-INT-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-READING-FILE
           END-IF.

       INTEGRITY-READING-RECORD.
           MOVE SPACES TO WS-INT-DETAIL
           STRING FUNCTION TRIM (CR-CLIENT-ID) DELIMITED SIZE
                  " reading " DELIMITED SIZE
                  FUNCTION TRIM (CR-TIMESTAMP) DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM (CR-READING-TYPE) DELIMITED SIZE
                  INTO WS-INT-DETAIL
           MOVE CR-CLIENT-ID TO WS-INT-CLIENT
           PERFORM CHECK-INTEGRITY-CLIENT
           IF WS-INT-ON-MASTER = "N"
               MOVE 1 TO WS-INT-CHECK-NO
               PERFORM RECORD-INTEGRITY-EXCEPTION
           END-IF
           IF CR-SUMMARY (1:5) = "Deck="
               MOVE SPACES TO WS-INT-DECK
               UNSTRING CR-SUMMARY (6:395)
                   DELIMITED BY ";"
                   INTO WS-INT-DECK
               MOVE WS-INT-DECK TO WS-DECK-PICK
               PERFORM FIND-DECK
               IF WS-DECK-FOUND-IX = 0
                   MOVE 11 TO WS-INT-CHECK-NO
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               END-IF
           END-IF
           IF CR-READER-ID NOT = SPACES
                   AND CR-READER-ID NOT = "BATCH"
                   AND CR-READER-ID NOT = "UNKNOWN"
                   AND WS-STF-COUNT > 0
               MOVE CR-READER-ID TO WS-COM-READER
               MOVE 0 TO WS-COM-STF-SLOT
               PERFORM FIND-STAFF-SLOT
                   VARYING WS-COM-STF-I FROM 1 BY 1
                       UNTIL WS-COM-STF-I > WS-STF-COUNT
               IF WS-COM-STF-SLOT = 0
                   MOVE 12 TO WS-INT-CHECK-NO
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               END-IF
           END-IF.

       INTEGRITY-NOTE-PASS.
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT READING-NOTES-FILE
           IF WS-NOTES-FILE-STATUS = "00"
               PERFORM OPEN-INTEGRITY-READINGS
               MOVE LOW-VALUES TO NOTE-KEY
               START READING-NOTES-FILE KEY NOT < NOTE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-INT-EOF
               END-START
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ READING-NOTES-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-NOTE-RECORD
                   END-READ
                   IF WS-NOTES-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-INT-EOF
                   END-IF
               END-PERFORM
               PERFORM CLOSE-INTEGRITY-READINGS
               CLOSE READING-NOTES-FILE
           END-IF.

       INTEGRITY-NOTE-RECORD.
           MOVE NOTE-CLIENT-ID TO WS-INT-CLIENT
           MOVE NOTE-TIMESTAMP TO WS-INT-TS
           PERFORM FIND-INTEGRITY-READING
           IF WS-INT-FOUND = "N"
               MOVE 3 TO WS-INT-CHECK-NO
               MOVE SPACES TO WS-INT-DETAIL
               STRING FUNCTION TRIM (NOTE-CLIENT-ID) DELIMITED SIZE
                      " note " DELIMITED SIZE
                      FUNCTION TRIM (NOTE-TIMESTAMP) DELIMITED SIZE
                      " by " DELIMITED SIZE
                      FUNCTION TRIM (NOTE-READER-ID) DELIMITED SIZE
                      INTO WS-INT-DETAIL
               PERFORM RECORD-INTEGRITY-EXCEPTION
           END-IF.

       OPEN-INTEGRITY-READINGS.
           MOVE "N" TO WS-INT-READING-OPEN
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-INT-READING-OPEN
           END-IF.

       CLOSE-INTEGRITY-READINGS.
           IF WS-INT-READING-OPEN = "Y"
               CLOSE CLIENT-READING-FILE
               MOVE "N" TO WS-INT-READING-OPEN
           END-IF.

       FIND-INTEGRITY-READING.
           MOVE "N" TO WS-INT-FOUND
           IF WS-INT-READING-OPEN = "Y"
               MOVE WS-INT-CLIENT TO CR-CLIENT-ID
               MOVE WS-INT-TS TO CR-TIMESTAMP
               READ CLIENT-READING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-INT-FOUND
               END-READ
           END-IF
           IF WS-INT-FOUND = "N"
               PERFORM FIND-INTEGRITY-ARCHIVE
                   VARYING WS-INT-I FROM 1 BY 1
                       UNTIL WS-INT-I > WS-INTA-COUNT
           END-IF
           IF WS-INT-FOUND = "N" AND WS-INT-ARCH-OVER = "Y"
               MOVE "?" TO WS-INT-FOUND
           END-IF.

       FIND-INTEGRITY-ARCHIVE.
           IF WS-INTA-CLIENT (WS-INT-I) = WS-INT-CLIENT
                   AND WS-INTA-TS (WS-INT-I) = WS-INT-TS
               MOVE "Y" TO WS-INT-FOUND
           END-IF.

       INTEGRITY-LEDGER-PASS.
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       INTEGRITY-LEDGER-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF WS-LEDGER-CLIENT-FIELD NOT = SPACES
               MOVE WS-LEDGER-CLIENT-FIELD TO WS-INT-CLIENT
               PERFORM CHECK-INTEGRITY-CLIENT
               IF WS-INT-ON-MASTER = "N"
                   MOVE 4 TO WS-INT-CHECK-NO
                   MOVE WS-LEDGER-AMOUNT TO WS-INT-MONEY-ED
                   MOVE SPACES TO WS-INT-DETAIL
                   STRING FUNCTION TRIM (WS-LEDGER-CLIENT-FIELD)
                              DELIMITED SIZE
                          " " DELIMITED SIZE
                          WS-LEDGER-TYPE-FIELD DELIMITED SIZE
                          " " DELIMITED SIZE
                          WS-LEDGER-DATE-FIELD DELIMITED SIZE
                          " " DELIMITED SIZE
                          WS-INT-MONEY-ED DELIMITED SIZE
                          INTO WS-INT-DETAIL
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               END-IF
           END-IF.

       INTEGRITY-VOUCHER-PASS.
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "00"
               MOVE LOW-VALUES TO VCH-NUMBER
               START VOUCHER-FILE KEY NOT < VCH-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-INT-EOF
               END-START
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ VOUCHER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-VOUCHER-RECORD
                   END-READ
                   IF WS-VCH-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-INT-EOF
                   END-IF
               END-PERFORM
               CLOSE VOUCHER-FILE
           END-IF.

       INTEGRITY-VOUCHER-RECORD.
           MOVE SPACES TO WS-INT-DETAIL
           STRING "voucher " DELIMITED SIZE
                  FUNCTION TRIM (VCH-NUMBER) DELIMITED SIZE
                  " client " DELIMITED SIZE
                  FUNCTION TRIM (VCH-CLIENT-ID) DELIMITED SIZE
                  " uses left " DELIMITED SIZE
                  VCH-USES-LEFT DELIMITED SIZE
                  INTO WS-INT-DETAIL
           MOVE VCH-CLIENT-ID TO WS-INT-CLIENT
           PERFORM CHECK-INTEGRITY-CLIENT
           IF WS-INT-ON-MASTER = "N"
               MOVE 5 TO WS-INT-CHECK-NO
               PERFORM RECORD-INTEGRITY-EXCEPTION
           END-IF
           IF VCH-STATUS = "X" AND VCH-USES-LEFT > 0
               MOVE 6 TO WS-INT-CHECK-NO
               PERFORM RECORD-INTEGRITY-EXCEPTION
           END-IF.

       INTEGRITY-REDEMPTION-PASS.
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT REDEMPTION-FILE
           IF WS-RED-FILE-STATUS = "00"
               PERFORM OPEN-INTEGRITY-READINGS
               MOVE "N" TO WS-INT-VCH-OPEN
               OPEN INPUT VOUCHER-FILE
               IF WS-VCH-FILE-STATUS = "00"
                   MOVE "Y" TO WS-INT-VCH-OPEN
               END-IF
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ REDEMPTION-FILE
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-REDEMPTION-ROW
                   END-READ
               END-PERFORM
               IF WS-INT-VCH-OPEN = "Y"
                   CLOSE VOUCHER-FILE
               END-IF
               PERFORM CLOSE-INTEGRITY-READINGS
               CLOSE REDEMPTION-FILE
           END-IF.

       INTEGRITY-REDEMPTION-ROW.
           IF REDEMPTION-RECORD NOT = SPACES
               MOVE SPACES TO WS-RED-CLIENT-FIELD
               MOVE SPACES TO WS-RED-TS-FIELD
               MOVE SPACES TO WS-RED-VCH-FIELD
               UNSTRING REDEMPTION-RECORD
                   DELIMITED BY "|"
                   INTO WS-RED-CLIENT-FIELD
                        WS-RED-TS-FIELD
                        WS-RED-VCH-FIELD
               MOVE SPACES TO WS-INT-DETAIL
               STRING FUNCTION TRIM (WS-RED-CLIENT-FIELD)
                          DELIMITED SIZE
                      " reading " DELIMITED SIZE
                      FUNCTION TRIM (WS-RED-TS-FIELD) DELIMITED SIZE
                      " voucher " DELIMITED SIZE
                      FUNCTION TRIM (WS-RED-VCH-FIELD) DELIMITED SIZE
                      INTO WS-INT-DETAIL
               MOVE WS-RED-CLIENT-FIELD TO WS-INT-CLIENT
               MOVE WS-RED-TS-FIELD TO WS-INT-TS
               PERFORM FIND-INTEGRITY-READING
               IF WS-INT-FOUND = "N"
                   MOVE 7 TO WS-INT-CHECK-NO
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               END-IF
               MOVE "N" TO WS-INT-FOUND
               IF WS-INT-VCH-OPEN = "Y"
                   MOVE WS-RED-VCH-FIELD TO VCH-NUMBER
                   READ VOUCHER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-INT-FOUND
                   END-READ
               END-IF
               IF WS-INT-FOUND = "N"
                   MOVE 8 TO WS-INT-CHECK-NO
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               END-IF
           END-IF.

       INTEGRITY-APPOINTMENT-PASS.
           MOVE "N" TO WS-INT-EOF
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = "00"
               MOVE LOW-VALUES TO APPT-KEY
               START APPOINTMENT-FILE KEY NOT < APPT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-INT-EOF
               END-START
               PERFORM UNTIL WS-INT-EOF = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INT-EOF
                       NOT AT END
                           PERFORM INTEGRITY-APPOINTMENT-RECORD
                   END-READ
                   IF WS-APPT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-INT-EOF
                   END-IF
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF.

       INTEGRITY-APPOINTMENT-RECORD.
           IF APPT-STATUS = "B"
               MOVE SPACES TO WS-INT-DETAIL
               STRING FUNCTION TRIM (APPT-CLIENT-ID) DELIMITED SIZE
                      " booked " DELIMITED SIZE
                      APPT-DATE DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM (APPT-SPREAD) DELIMITED SIZE
                      INTO WS-INT-DETAIL
               MOVE APPT-CLIENT-ID TO WS-INT-CLIENT
               PERFORM CHECK-INTEGRITY-CLIENT
               IF WS-INT-ON-MASTER = "N"
                   MOVE 9 TO WS-INT-CHECK-NO
                   PERFORM RECORD-INTEGRITY-EXCEPTION
               ELSE
                   IF CM-STATUS NOT = "A"
                       MOVE 10 TO WS-INT-CHECK-NO
                       PERFORM RECORD-INTEGRITY-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       WRITE-INTEGRITY-SUMMARY.
           IF WS-INT-SEVERE = 0 AND WS-INT-WARNINGS = 0
               MOVE "  No exceptions found." TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF
           IF WS-INT-ARCH-OVER = "Y"
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
               MOVE "NOTE: more than 2000 archived readings; notes "
                   & "and redemptions for the rest were not checked "
                   & "against the archive." TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "=== Summary by check ===" TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO WS-INT-LINE
           MOVE "Severity" TO WS-INT-LINE (1:8)
           MOVE "Check" TO WS-INT-LINE (10:5)
           MOVE "  Count" TO WS-INT-LINE (24:7)
           MOVE "Description" TO WS-INT-LINE (33:11)
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           PERFORM WRITE-INTEGRITY-CHECK-LINE
               VARYING WS-INT-I FROM 1 BY 1
                   UNTIL WS-INT-I > WS-INTC-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INT-SEVERE TO WS-INT-COUNT-ED
           MOVE SPACES TO WS-INT-LINE
           STRING "Severe exceptions: " DELIMITED SIZE
                  WS-INT-COUNT-ED DELIMITED SIZE
                  INTO WS-INT-LINE
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INT-WARNINGS TO WS-INT-COUNT-ED
           MOVE SPACES TO WS-INT-LINE
           STRING "Warnings:          " DELIMITED SIZE
                  WS-INT-COUNT-ED DELIMITED SIZE
                  INTO WS-INT-LINE
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           IF WS-INT-SEVERE > 0
               MOVE "Result: FAILED - severe exceptions must be "
                   & "cleared before month-end close."
                   TO INTEGRITY-REPORT-RECORD
           ELSE
               MOVE "Result: PASSED" TO INTEGRITY-REPORT-RECORD
           END-IF
           WRITE INTEGRITY-REPORT-RECORD.

       WRITE-INTEGRITY-CHECK-LINE.
           MOVE SPACES TO WS-INT-LINE
           MOVE WS-INTC-SEVERITY (WS-INT-I) TO WS-INT-LINE (1:7)
           MOVE WS-INTC-CODE (WS-INT-I) TO WS-INT-LINE (10:13)
           MOVE WS-INTC-HITS (WS-INT-I) TO WS-INT-COUNT-ED
           MOVE WS-INT-COUNT-ED TO WS-INT-LINE (24:7)
           MOVE WS-INTC-DESC (WS-INT-I) TO WS-INT-LINE (33:52)
           MOVE WS-INT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       RUN-DUPLICATE-REPORT.
           MOVE 0 TO WS-DUPC-COUNT
           MOVE 0 TO WS-DUPC-DROPPED
           MOVE 0 TO WS-DUPC-PAIRS
           MOVE 0 TO WS-DUPC-STRONG
           MOVE 0 TO WS-DUPC-LIKELY
           MOVE 0 TO WS-DUPC-POSSIBLE
           MOVE "N" TO WS-DUPC-EOF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               DISPLAY "No clients are on file yet; nothing to "
                   "compare."
           ELSE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               PERFORM WARN-CLIENT-MASTER-LAYOUT
           ELSE
               MOVE LOW-VALUES TO CM-CLIENT-ID
               START CLIENT-MASTER-FILE KEY NOT < CM-CLIENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-DUPC-EOF
               END-START
               PERFORM UNTIL WS-DUPC-EOF = "Y"
                   READ CLIENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DUPC-EOF
                       NOT AT END
                           PERFORM LOAD-DUPE-CLIENT
                   END-READ
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-DUPC-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-MASTER-FILE
               PERFORM WRITE-DUPLICATE-REPORT
           END-IF
           END-IF.

       LOAD-DUPE-CLIENT.
           IF CM-MERGED-INTO = SPACES
               IF WS-DUPC-COUNT < 1000
                   ADD 1 TO WS-DUPC-COUNT
                   PERFORM BUILD-DUPE-KEYS
               ELSE
                   ADD 1 TO WS-DUPC-DROPPED
               END-IF
           END-IF.

       BUILD-DUPE-KEYS.
           MOVE CM-CLIENT-ID TO WS-DUPC-ID (WS-DUPC-COUNT)
           MOVE CM-NAME TO WS-DUPC-NAME (WS-DUPC-COUNT)
           MOVE CM-ZODIAC TO WS-DUPC-ZODIAC (WS-DUPC-COUNT)
           MOVE CM-BIRTH-DATE TO WS-DUPC-BIRTH (WS-DUPC-COUNT)
           MOVE CM-STATUS TO WS-DUPC-STATUS (WS-DUPC-COUNT)
           MOVE FUNCTION UPPER-CASE (CM-NAME) TO WS-DUPC-TEXT
           PERFORM NORMALIZE-DUPE-TEXT
           MOVE WS-DUPC-KEY TO WS-DUPC-NAME-KEY (WS-DUPC-COUNT)
           MOVE CM-BIRTH-DATE TO WS-DUPC-TEXT
           PERFORM NORMALIZE-DUPE-TEXT
           MOVE WS-DUPC-KEY TO WS-DUPC-BIRTH-KEY (WS-DUPC-COUNT)
           MOVE FUNCTION UPPER-CASE (CM-ZODIAC) TO WS-DUPC-TEXT
           PERFORM NORMALIZE-DUPE-TEXT
           MOVE WS-DUPC-KEY TO WS-DUPC-SIGN-KEY (WS-DUPC-COUNT)
           MOVE SPACES TO WS-DUPC-FIRST
           MOVE SPACES TO WS-DUPC-LAST
           MOVE 0 TO WS-DUPC-COMMAS
           INSPECT CM-NAME TALLYING WS-DUPC-COMMAS FOR ALL ","
           IF WS-DUPC-COMMAS > 0
               UNSTRING FUNCTION UPPER-CASE (CM-NAME)
                   DELIMITED BY ","
                   INTO WS-DUPC-LAST
                        WS-DUPC-FIRST
           ELSE
               PERFORM SPLIT-DUPE-NAME
           END-IF
           MOVE WS-DUPC-LAST TO WS-DUPC-TEXT
           PERFORM NORMALIZE-DUPE-TEXT
           MOVE WS-DUPC-KEY TO WS-DUPC-SURNAME (WS-DUPC-COUNT)
           MOVE FUNCTION TRIM (WS-DUPC-FIRST) TO WS-DUPC-TEXT
           MOVE WS-DUPC-TEXT (1:1) TO WS-DUPC-INITIAL (WS-DUPC-COUNT).

       SPLIT-DUPE-NAME.
           MOVE SPACES TO WS-DUPC-WORD (1)
           MOVE SPACES TO WS-DUPC-WORD (2)
           MOVE SPACES TO WS-DUPC-WORD (3)
           MOVE SPACES TO WS-DUPC-WORD (4)
           MOVE SPACES TO WS-DUPC-WORD (5)
           MOVE SPACES TO WS-DUPC-WORD (6)
           MOVE 0 TO WS-DUPC-WORD-CT
           UNSTRING FUNCTION TRIM (FUNCTION UPPER-CASE (CM-NAME))
               DELIMITED BY ALL " "
               INTO WS-DUPC-WORD (1)
                    WS-DUPC-WORD (2)
                    WS-DUPC-WORD (3)
                    WS-DUPC-WORD (4)
                    WS-DUPC-WORD (5)
                    WS-DUPC-WORD (6)
               TALLYING IN WS-DUPC-WORD-CT
           IF WS-DUPC-WORD-CT > 0
               MOVE WS-DUPC-WORD (1) TO WS-DUPC-FIRST
               MOVE WS-DUPC-WORD (WS-DUPC-WORD-CT) TO WS-DUPC-LAST
           END-IF.

       NORMALIZE-DUPE-TEXT.
           MOVE SPACES TO WS-DUPC-KEY
           MOVE 0 TO WS-DUPC-KEY-LEN
           PERFORM NORMALIZE-DUPE-CHAR
               VARYING WS-DUPC-K FROM 1 BY 1
                   UNTIL WS-DUPC-K > 50.

       NORMALIZE-DUPE-CHAR.
           MOVE WS-DUPC-TEXT (WS-DUPC-K:1) TO WS-DUPC-CHAR
           IF WS-DUPC-CHAR IS NUMERIC
                   OR (WS-DUPC-CHAR IS ALPHABETIC-UPPER
                       AND WS-DUPC-CHAR NOT = SPACE)
               ADD 1 TO WS-DUPC-KEY-LEN
               MOVE WS-DUPC-CHAR TO WS-DUPC-KEY (WS-DUPC-KEY-LEN:1)
           END-IF.

       WRITE-DUPLICATE-REPORT.
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE "=== Duplicate Client Candidates ==="
               TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-DUPC-COUNT TO WS-DUPC-COUNT-ED
           MOVE SPACES TO WS-DUPC-LINE
           STRING "As of " DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                  "; " DELIMITED SIZE
                  FUNCTION TRIM (WS-DUPC-COUNT-ED) DELIMITED SIZE
                  " client(s) compared on name, birth date and "
                      DELIMITED SIZE
                  "sign." DELIMITED SIZE
                  INTO WS-DUPC-LINE
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE SPACES TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE SPACES TO WS-DUPC-LINE
           MOVE "Match" TO WS-DUPC-LINE (1:5)
           MOVE "Pts" TO WS-DUPC-LINE (10:3)
           MOVE "Client ID" TO WS-DUPC-LINE (14:9)
           MOVE "Name" TO WS-DUPC-LINE (35:4)
           MOVE "Born" TO WS-DUPC-LINE (66:4)
           MOVE "Sign" TO WS-DUPC-LINE (77:4)
           MOVE "St" TO WS-DUPC-LINE (93:2)
           MOVE "Matched on" TO WS-DUPC-LINE (96:10)
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           PERFORM COMPARE-DUPE-CLIENT
               VARYING WS-DUPC-I FROM 1 BY 1
                   UNTIL WS-DUPC-I >= WS-DUPC-COUNT
           MOVE SPACES TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE WS-DUPC-PAIRS TO WS-DUPC-COUNT-ED
           MOVE SPACES TO WS-DUPC-LINE
           STRING "Candidate pairs: " DELIMITED SIZE
                  FUNCTION TRIM (WS-DUPC-COUNT-ED) DELIMITED SIZE
                  INTO WS-DUPC-LINE
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE WS-DUPC-STRONG TO WS-DUPC-COUNT-ED
           MOVE SPACES TO WS-DUPC-LINE
           STRING "  STRONG   (same person almost certainly): "
                      DELIMITED SIZE
                  FUNCTION TRIM (WS-DUPC-COUNT-ED) DELIMITED SIZE
                  INTO WS-DUPC-LINE
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE WS-DUPC-LIKELY TO WS-DUPC-COUNT-ED
           MOVE SPACES TO WS-DUPC-LINE
           STRING "  LIKELY   (check with the client): "
                      DELIMITED SIZE
                  FUNCTION TRIM (WS-DUPC-COUNT-ED) DELIMITED SIZE
                  INTO WS-DUPC-LINE
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE WS-DUPC-POSSIBLE TO WS-DUPC-COUNT-ED
           MOVE SPACES TO WS-DUPC-LINE
           STRING "  POSSIBLE (similar name, few details agree): "
                      DELIMITED SIZE
                  FUNCTION TRIM (WS-DUPC-COUNT-ED) DELIMITED SIZE
                  INTO WS-DUPC-LINE
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           IF WS-DUPC-DROPPED > 0
               MOVE WS-DUPC-DROPPED TO WS-DUPC-COUNT-ED
               MOVE SPACES TO WS-DUPC-LINE
               STRING "WARNING: " DELIMITED SIZE
                      FUNCTION TRIM (WS-DUPC-COUNT-ED)
                          DELIMITED SIZE
                      " client(s) beyond the first 1000 were not "
                          DELIMITED SIZE
                      "compared." DELIMITED SIZE
                      INTO WS-DUPC-LINE
               MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
               WRITE DUPLICATE-REPORT-RECORD
           END-IF
           MOVE "Confirmed duplicates are merged from menu option 18."
               TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           CLOSE DUPLICATE-REPORT-FILE
           MOVE WS-DUPC-PAIRS TO WS-DUPC-COUNT-ED
           DISPLAY "Duplicate check complete: "
               FUNCTION TRIM (WS-DUPC-COUNT-ED)
               " candidate pair(s) written to duplicate-clients.dat".

       COMPARE-DUPE-CLIENT.
           PERFORM COMPARE-DUPE-PAIR
               VARYING WS-DUPC-J FROM WS-DUPC-I BY 1
                   UNTIL WS-DUPC-J > WS-DUPC-COUNT.

       COMPARE-DUPE-PAIR.
           IF WS-DUPC-J > WS-DUPC-I
               MOVE 0 TO WS-DUPC-SCORE
               MOVE SPACES TO WS-DUPC-BASIS
               MOVE 1 TO WS-DUPC-PTR
               IF WS-DUPC-NAME-KEY (WS-DUPC-I) NOT = SPACES
                       AND WS-DUPC-NAME-KEY (WS-DUPC-I)
                           = WS-DUPC-NAME-KEY (WS-DUPC-J)
                   MOVE 3 TO WS-DUPC-SCORE
                   STRING "NAME " DELIMITED SIZE
                       INTO WS-DUPC-BASIS WITH POINTER WS-DUPC-PTR
               ELSE
               IF WS-DUPC-SURNAME (WS-DUPC-I) NOT = SPACES
                       AND WS-DUPC-SURNAME (WS-DUPC-I)
                           = WS-DUPC-SURNAME (WS-DUPC-J)
                   IF WS-DUPC-INITIAL (WS-DUPC-I) NOT = SPACE
                           AND WS-DUPC-INITIAL (WS-DUPC-I)
                               = WS-DUPC-INITIAL (WS-DUPC-J)
                       MOVE 2 TO WS-DUPC-SCORE
                       STRING "SURNAME+INITIAL " DELIMITED SIZE
                           INTO WS-DUPC-BASIS
                           WITH POINTER WS-DUPC-PTR
                   ELSE
                       MOVE 1 TO WS-DUPC-SCORE
                       STRING "SURNAME " DELIMITED SIZE
                           INTO WS-DUPC-BASIS
                           WITH POINTER WS-DUPC-PTR
                   END-IF
               END-IF
               END-IF
               IF WS-DUPC-SCORE > 0
                   PERFORM SCORE-DUPE-PAIR
               END-IF
           END-IF.

       SCORE-DUPE-PAIR.
           MOVE "N" TO WS-DUPC-CONFLICT
           IF WS-DUPC-BIRTH-KEY (WS-DUPC-I) NOT = SPACES
                   AND WS-DUPC-BIRTH-KEY (WS-DUPC-J) NOT = SPACES
               IF WS-DUPC-BIRTH-KEY (WS-DUPC-I)
                       = WS-DUPC-BIRTH-KEY (WS-DUPC-J)
                   ADD 3 TO WS-DUPC-SCORE
                   STRING "BIRTH " DELIMITED SIZE
                       INTO WS-DUPC-BASIS WITH POINTER WS-DUPC-PTR
               ELSE
                   MOVE "Y" TO WS-DUPC-CONFLICT
               END-IF
           END-IF
           IF WS-DUPC-SIGN-KEY (WS-DUPC-I) NOT = SPACES
                   AND WS-DUPC-SIGN-KEY (WS-DUPC-I)
                       = WS-DUPC-SIGN-KEY (WS-DUPC-J)
               ADD 1 TO WS-DUPC-SCORE
               STRING "SIGN" DELIMITED SIZE
                   INTO WS-DUPC-BASIS WITH POINTER WS-DUPC-PTR
           END-IF
           IF WS-DUPC-CONFLICT = "N" AND WS-DUPC-SCORE >= 3
               EVALUATE TRUE
                   WHEN WS-DUPC-SCORE >= 6
                       MOVE "STRONG" TO WS-DUPC-LEVEL
                       ADD 1 TO WS-DUPC-STRONG
                   WHEN WS-DUPC-SCORE = 5
                       MOVE "LIKELY" TO WS-DUPC-LEVEL
                       ADD 1 TO WS-DUPC-LIKELY
                   WHEN OTHER
                       MOVE "POSSIBLE" TO WS-DUPC-LEVEL
                       ADD 1 TO WS-DUPC-POSSIBLE
               END-EVALUATE
               ADD 1 TO WS-DUPC-PAIRS
               PERFORM WRITE-DUPE-PAIR
           END-IF.

       WRITE-DUPE-PAIR.
           MOVE WS-DUPC-SCORE TO WS-DUPC-SCORE-ED
           MOVE SPACES TO WS-DUPC-LINE
           MOVE WS-DUPC-LEVEL TO WS-DUPC-LINE (1:8)
           MOVE WS-DUPC-SCORE-ED TO WS-DUPC-LINE (10:2)
           MOVE WS-DUPC-ID (WS-DUPC-I) TO WS-DUPC-LINE (14:20)
           MOVE WS-DUPC-NAME (WS-DUPC-I) TO WS-DUPC-LINE (35:30)
           MOVE WS-DUPC-BIRTH (WS-DUPC-I) TO WS-DUPC-LINE (66:10)
           MOVE WS-DUPC-ZODIAC (WS-DUPC-I) TO WS-DUPC-LINE (77:15)
           MOVE WS-DUPC-STATUS (WS-DUPC-I) TO WS-DUPC-LINE (93:1)
           MOVE WS-DUPC-BASIS TO WS-DUPC-LINE (96:37)
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE SPACES TO WS-DUPC-LINE
           MOVE WS-DUPC-ID (WS-DUPC-J) TO WS-DUPC-LINE (14:20)
           MOVE WS-DUPC-NAME (WS-DUPC-J) TO WS-DUPC-LINE (35:30)
           MOVE WS-DUPC-BIRTH (WS-DUPC-J) TO WS-DUPC-LINE (66:10)
           MOVE WS-DUPC-ZODIAC (WS-DUPC-J) TO WS-DUPC-LINE (77:15)
           MOVE WS-DUPC-STATUS (WS-DUPC-J) TO WS-DUPC-LINE (93:1)
           MOVE WS-DUPC-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD.

       RUN-FAIRNESS-AUDIT.
           DISPLAY "Card-draw fairness audit"
           DISPLAY "Enter start date YYYYMMDD (blank for the whole "
               "log): "
           ACCEPT WS-FAIR-FROM
           DISPLAY "Enter end date YYYYMMDD (blank for today): "
           ACCEPT WS-FAIR-TO
           IF WS-FAIR-FROM = SPACES
               MOVE "00000000" TO WS-FAIR-FROM
           END-IF
           IF WS-FAIR-TO = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
               MOVE WS-CURRENT-DATE-FIELD (1:8) TO WS-FAIR-TO
           END-IF
           IF WS-FAIR-FROM IS NOT NUMERIC
                   OR WS-FAIR-TO IS NOT NUMERIC
                   OR WS-FAIR-FROM > WS-FAIR-TO
               DISPLAY "Dates must be YYYYMMDD with the start on or "
                   "before the end; nothing reported."
           ELSE
               PERFORM BUILD-FAIRNESS-TALLY
               IF WS-FAIR-LINES = 0
                   DISPLAY "No card draws are logged between "
                       WS-FAIR-FROM " and " WS-FAIR-TO
                       "; nothing to report."
               ELSE
                   PERFORM WRITE-FAIRNESS-REPORT
                   DISPLAY "Fairness report written to "
                       "fairness-report.dat ("
                       FUNCTION TRIM (WS-FAIR-COUNT-ED)
                       " deck(s) flagged for review)."
               END-IF
           END-IF.

       BUILD-FAIRNESS-TALLY.
           MOVE 0 TO WS-FAIR-FILES
           MOVE 0 TO WS-FAIR-LINES
           MOVE 0 TO WS-FD-COUNT
           MOVE 0 TO WS-FS-COUNT
           MOVE "N" TO WS-FAIR-SES-OPEN
           MOVE SPACES TO WS-CLOSE-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           PERFORM READ-FAIRNESS-ARCHIVE
               VARYING WS-FAIR-I FROM 1 BY 1
                   UNTIL WS-FAIR-I > WS-CLOSED-COUNT
           MOVE "N" TO WS-FAIR-EOF
           OPEN INPUT READING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               ADD 1 TO WS-FAIR-FILES
               PERFORM UNTIL WS-FAIR-EOF = "Y"
                   READ READING-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-FAIR-EOF
                       NOT AT END
                           MOVE READING-LOG-RECORD TO WS-LOG-LINE
                           PERFORM TALLY-FAIRNESS-LINE
                   END-READ
               END-PERFORM
               CLOSE READING-LOG-FILE
           END-IF
           PERFORM CLOSE-FAIRNESS-SESSION.

       READ-FAIRNESS-ARCHIVE.
           IF WS-CLOSED-ENTRY (WS-FAIR-I) >= WS-FAIR-FROM (1:6)
                   AND WS-CLOSED-ENTRY (WS-FAIR-I) <= WS-FAIR-TO (1:6)
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "reading-log-" DELIMITED SIZE
                      WS-CLOSED-ENTRY (WS-FAIR-I) DELIMITED SIZE
                      ".dat" DELIMITED SIZE
                      INTO WS-ARCHIVE-NAME
               MOVE "N" TO WS-FAIR-EOF
               OPEN INPUT LOG-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   ADD 1 TO WS-FAIR-FILES
                   PERFORM UNTIL WS-FAIR-EOF = "Y"
                       READ LOG-ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-FAIR-EOF
                           NOT AT END
                               MOVE LOG-ARCHIVE-RECORD
                                   TO WS-LOG-LINE
                               PERFORM TALLY-FAIRNESS-LINE
                       END-READ
                   END-PERFORM
                   CLOSE LOG-ARCHIVE-FILE
               END-IF
               PERFORM CLOSE-FAIRNESS-SESSION
           END-IF.

       TALLY-FAIRNESS-LINE.
           IF WS-LOG-LINE NOT = SPACES
               MOVE SPACES TO WS-FAIR-TS
               MOVE SPACES TO WS-FAIR-TYPE
               MOVE SPACES TO WS-FAIR-POS
               MOVE SPACES TO WS-FAIR-ID
               MOVE SPACES TO WS-FAIR-ORIENT
               MOVE SPACES TO WS-FAIR-NAME
               MOVE SPACES TO WS-FAIR-CLIENT
               MOVE SPACES TO WS-FAIR-READER
               MOVE SPACES TO WS-FAIR-DECK-FLD
               UNSTRING WS-LOG-LINE
                   DELIMITED BY " | "
                   INTO WS-FAIR-TS
                        WS-FAIR-TYPE
                        WS-FAIR-POS
                        WS-FAIR-ID
                        WS-FAIR-ORIENT
                        WS-FAIR-NAME
                        WS-FAIR-CLIENT
                        WS-FAIR-READER
                        WS-FAIR-DECK-FLD
               IF WS-FAIR-TS (1:8) >= WS-FAIR-FROM
                       AND WS-FAIR-TS (1:8) <= WS-FAIR-TO
                       AND WS-FAIR-ID (1:3) = "id="
                   ADD 1 TO WS-FAIR-LINES
                   PERFORM TALLY-FAIRNESS-DRAW
               END-IF
           END-IF.

       TALLY-FAIRNESS-DRAW.
           MOVE WS-FAIR-ID (4:5) TO WS-FAIR-CARD-ID
           IF WS-FAIR-DECK-FLD (6:8) = SPACES
               MOVE WS-DECK-CODE (1) TO WS-FAIR-DECK
           ELSE
               MOVE WS-FAIR-DECK-FLD (6:8) TO WS-FAIR-DECK
           END-IF
           PERFORM FIND-FAIR-DECK-OR-ADD
           IF WS-FAIR-D > 0
               IF WS-FAIR-TYPE = "CARD-OF-DAY"
                       OR WS-FAIR-TYPE = "BATCH"
                   ADD 1 TO WS-FD-DATED (WS-FAIR-D)
                   PERFORM CLOSE-FAIRNESS-SESSION
               ELSE
                   PERFORM CHECK-FAIRNESS-SESSION
                   ADD 1 TO WS-FD-DRAWS (WS-FAIR-D)
                   IF WS-FAIR-ORIENT (8:1) = "R"
                       ADD 1 TO WS-FD-REVERSED (WS-FAIR-D)
                   ELSE
                       ADD 1 TO WS-FD-UPRIGHT (WS-FAIR-D)
                   END-IF
                   PERFORM FIND-FAIR-CARD-OR-ADD
                   IF WS-FAIR-C > 0
                       ADD 1 TO WS-FD-CARD-HITS (WS-FAIR-D, WS-FAIR-C)
                   END-IF
               END-IF
           END-IF.

       FIND-FAIR-DECK-OR-ADD.
           MOVE 0 TO WS-FAIR-D
           PERFORM FIND-FAIR-DECK
               VARYING WS-FAIR-J FROM 1 BY 1
                   UNTIL WS-FAIR-J > WS-FD-COUNT
           IF WS-FAIR-D = 0
                   AND WS-FD-COUNT < 10
               ADD 1 TO WS-FD-COUNT
               MOVE WS-FD-COUNT TO WS-FAIR-D
               MOVE WS-FAIR-DECK TO WS-FD-CODE (WS-FAIR-D)
               MOVE 0 TO WS-FD-DRAWS (WS-FAIR-D)
               MOVE 0 TO WS-FD-UPRIGHT (WS-FAIR-D)
               MOVE 0 TO WS-FD-REVERSED (WS-FAIR-D)
               MOVE 0 TO WS-FD-DATED (WS-FAIR-D)
               MOVE 0 TO WS-FD-SESSIONS (WS-FAIR-D)
               MOVE 0 TO WS-FD-OPENINGS (WS-FAIR-D)
               MOVE 0 TO WS-FD-REPEATS (WS-FAIR-D)
               MOVE 0 TO WS-FD-CARD-COUNT (WS-FAIR-D)
           END-IF.

       FIND-FAIR-DECK.
           IF WS-FD-CODE (WS-FAIR-J) = WS-FAIR-DECK
               MOVE WS-FAIR-J TO WS-FAIR-D
           END-IF.

       FIND-FAIR-CARD-OR-ADD.
           PERFORM FIND-FAIR-CARD
           IF WS-FAIR-C = 0
                   AND WS-FD-CARD-COUNT (WS-FAIR-D) < 100
               ADD 1 TO WS-FD-CARD-COUNT (WS-FAIR-D)
               MOVE WS-FD-CARD-COUNT (WS-FAIR-D) TO WS-FAIR-C
               MOVE WS-FAIR-CARD-ID
                   TO WS-FD-CARD-ID (WS-FAIR-D, WS-FAIR-C)
               MOVE 0 TO WS-FD-CARD-HITS (WS-FAIR-D, WS-FAIR-C)
           END-IF.

       FIND-FAIR-CARD.
           MOVE 0 TO WS-FAIR-C
           PERFORM FIND-FAIR-CARD-LOOP
               VARYING WS-FAIR-J FROM 1 BY 1
                   UNTIL WS-FAIR-J > WS-FD-CARD-COUNT (WS-FAIR-D).

       FIND-FAIR-CARD-LOOP.
           IF WS-FD-CARD-ID (WS-FAIR-D, WS-FAIR-J) = WS-FAIR-CARD-ID
               MOVE WS-FAIR-J TO WS-FAIR-C
           END-IF.

       CHECK-FAIRNESS-SESSION.
           IF WS-FAIR-SES-OPEN = "N"
                   OR WS-FAIR-TYPE NOT = WS-FAIR-SES-TYPE
                   OR WS-FAIR-CLIENT NOT = WS-FAIR-SES-CLIENT
                   OR WS-FAIR-READER NOT = WS-FAIR-SES-READER
                   OR WS-FAIR-DECK NOT = WS-FAIR-SES-DECK
                   OR WS-FAIR-TS (1:8) NOT = WS-FAIR-SES-TS (1:8)
                   OR WS-FAIR-POS = WS-FAIR-SES-POS
               PERFORM CLOSE-FAIRNESS-SESSION
               MOVE "Y" TO WS-FAIR-SES-OPEN
               MOVE WS-FAIR-D TO WS-FAIR-SES-D
               MOVE WS-FAIR-TS TO WS-FAIR-SES-TS
               MOVE WS-FAIR-TYPE TO WS-FAIR-SES-TYPE
               MOVE WS-FAIR-CLIENT TO WS-FAIR-SES-CLIENT
               MOVE WS-FAIR-READER TO WS-FAIR-SES-READER
               MOVE WS-FAIR-DECK TO WS-FAIR-SES-DECK
               MOVE WS-FAIR-POS TO WS-FAIR-SES-POS
               MOVE 0 TO WS-FAIR-SES-DRAWS
               MOVE SPACES TO WS-FAIR-SES-KEY
               ADD 1 TO WS-FD-SESSIONS (WS-FAIR-D)
           END-IF
           ADD 1 TO WS-FAIR-SES-DRAWS
           IF WS-FAIR-SES-DRAWS <= 3
               COMPUTE WS-FAIR-KEY-POS =
                   (WS-FAIR-SES-DRAWS - 1) * 5 + 1
               MOVE WS-FAIR-CARD-ID
                   TO WS-FAIR-SES-KEY (WS-FAIR-KEY-POS:5)
           END-IF.

       CLOSE-FAIRNESS-SESSION.
           IF WS-FAIR-SES-OPEN = "Y"
               IF WS-FAIR-SES-DRAWS >= 3
                   ADD 1 TO WS-FD-OPENINGS (WS-FAIR-SES-D)
                   IF WS-FS-COUNT < 2000
                       ADD 1 TO WS-FS-COUNT
                       MOVE WS-FAIR-SES-D TO WS-FS-D (WS-FS-COUNT)
                       MOVE WS-FAIR-SES-TS TO WS-FS-TS (WS-FS-COUNT)
                       MOVE WS-FAIR-SES-CLIENT (8:20)
                           TO WS-FS-CLIENT (WS-FS-COUNT)
                       MOVE WS-FAIR-SES-TYPE
                           TO WS-FS-TYPE (WS-FS-COUNT)
                       MOVE WS-FAIR-SES-KEY TO WS-FS-KEY (WS-FS-COUNT)
                       MOVE "N" TO WS-FS-REPEAT (WS-FS-COUNT)
                       MOVE 0 TO WS-FS-MATCH (WS-FS-COUNT)
                   END-IF
               END-IF
               MOVE "N" TO WS-FAIR-SES-OPEN
           END-IF.

       WRITE-FAIRNESS-REPORT.
           MOVE 0 TO WS-FAIR-FLAGGED
           PERFORM MARK-REPEATED-OPENING
               VARYING WS-FAIR-I FROM 2 BY 1
                   UNTIL WS-FAIR-I > WS-FS-COUNT
           OPEN OUTPUT FAIRNESS-REPORT-FILE
           MOVE "=== Card-Draw Fairness Audit ==="
               TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE WS-FAIR-FILES TO WS-FAIR-COUNT-ED
           MOVE WS-FAIR-LINES TO WS-FAIR-COUNT-ED-2
           MOVE SPACES TO WS-FAIR-LINE
           STRING "Draws logged " DELIMITED SIZE
                  WS-FAIR-FROM DELIMITED SIZE
                  " to " DELIMITED SIZE
                  WS-FAIR-TO DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-FAIR-COUNT-ED-2 DELIMITED SIZE
                  "  from" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  " log file(s)" DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE SPACES TO WS-FAIR-LINE
           STRING "Card of the Day and BATCH draws are chosen from "
                      DELIMITED SIZE
                  "the date, not shuffled; they are counted but not "
                      DELIMITED SIZE
                  "tested." DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           PERFORM WRITE-FAIRNESS-DECK
               VARYING WS-FAIR-D FROM 1 BY 1
                   UNTIL WS-FAIR-D > WS-FD-COUNT
           MOVE SPACES TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE SPACES TO WS-FAIR-LINE
           STRING "Sessions whose first three cards repeat an "
                      DELIMITED SIZE
                  "earlier session on the same deck:" DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE 0 TO WS-FAIR-SLOT
           PERFORM WRITE-REPEATED-OPENING
               VARYING WS-FAIR-I FROM 1 BY 1
                   UNTIL WS-FAIR-I > WS-FS-COUNT
           IF WS-FAIR-SLOT = 0
               MOVE "  None." TO FAIRNESS-REPORT-RECORD
               WRITE FAIRNESS-REPORT-RECORD
           END-IF
           MOVE SPACES TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE WS-FAIR-FLAGGED TO WS-FAIR-COUNT-ED
           MOVE SPACES TO WS-FAIR-LINE
           STRING "Decks flagged for review:" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           CLOSE FAIRNESS-REPORT-FILE.

       WRITE-FAIRNESS-DECK.
           MOVE "N" TO WS-FAIR-DECK-FLAG
           MOVE SPACES TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE 0 TO WS-FAIR-K
           MOVE WS-FD-CODE (WS-FAIR-D) TO WS-DECK-PICK
           PERFORM FIND-DECK
           MOVE SPACES TO WS-FAIR-LINE
           IF WS-DECK-FOUND-IX = 0
               STRING "Deck " DELIMITED SIZE
                      FUNCTION TRIM (WS-FD-CODE (WS-FAIR-D))
                          DELIMITED SIZE
                      "  (not in decks.dat)" DELIMITED SIZE
                      INTO WS-FAIR-LINE
           ELSE
               PERFORM ACTIVATE-DECK
               IF WS-ACTIVE-DECK = WS-FD-CODE (WS-FAIR-D)
                   MOVE WS-CARD-COUNT TO WS-FAIR-K
               END-IF
               MOVE WS-FAIR-K TO WS-FAIR-COUNT-ED
               STRING "Deck " DELIMITED SIZE
                      FUNCTION TRIM (WS-FD-CODE (WS-FAIR-D))
                          DELIMITED SIZE
                      "  " DELIMITED SIZE
                      FUNCTION TRIM (WS-DECK-NAME (WS-DECK-FOUND-IX))
                          DELIMITED SIZE
                      "  (" DELIMITED SIZE
                      FUNCTION TRIM (WS-FAIR-COUNT-ED) DELIMITED SIZE
                      " cards)" DELIMITED SIZE
                      INTO WS-FAIR-LINE
           END-IF
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE WS-FD-DRAWS (WS-FAIR-D) TO WS-FAIR-COUNT-ED
           MOVE WS-FD-SESSIONS (WS-FAIR-D) TO WS-FAIR-COUNT-ED-2
           MOVE SPACES TO WS-FAIR-LINE
           STRING "  Shuffled draws:" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  " in" DELIMITED SIZE
                  WS-FAIR-COUNT-ED-2 DELIMITED SIZE
                  " session(s)" DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FD-DATED (WS-FAIR-D) TO WS-FAIR-COUNT-ED
           STRING "   Date-chosen draws:" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  INTO WS-FAIR-LINE (50:40)
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-FAIR-K < 3
                   MOVE SPACES TO WS-FAIR-LINE
                   STRING "  No card list is available for this "
                              DELIMITED SIZE
                          "deck; no verdict." DELIMITED SIZE
                          INTO WS-FAIR-LINE
                   MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
                   WRITE FAIRNESS-REPORT-RECORD
               WHEN WS-FD-DRAWS (WS-FAIR-D) = 0
                   MOVE "  No shuffled draws in this range."
                       TO FAIRNESS-REPORT-RECORD
                   WRITE FAIRNESS-REPORT-RECORD
               WHEN OTHER
                   PERFORM WRITE-FAIRNESS-DECK-DETAILS
           END-EVALUATE
           IF WS-FAIR-DECK-FLAG = "Y"
               ADD 1 TO WS-FAIR-FLAGGED
           END-IF.

       WRITE-FAIRNESS-DECK-DETAILS.
           MOVE 0 TO WS-FAIR-MATCHED
           PERFORM COUNT-FAIR-MATCHED
               VARYING WS-FAIR-I FROM 1 BY 1
                   UNTIL WS-FAIR-I > WS-CARD-COUNT
           COMPUTE WS-FAIR-EXPECTED ROUNDED =
               WS-FAIR-MATCHED / WS-FAIR-K
           IF WS-FD-DRAWS (WS-FAIR-D) > WS-FAIR-MATCHED
               COMPUTE WS-FAIR-OBSERVED =
                   WS-FD-DRAWS (WS-FAIR-D) - WS-FAIR-MATCHED
               MOVE WS-FAIR-OBSERVED TO WS-FAIR-COUNT-ED
               MOVE SPACES TO WS-FAIR-LINE
               STRING "  Draws of cards not in this deck's card "
                          DELIMITED SIZE
                      "file (left out of the test):" DELIMITED SIZE
                      WS-FAIR-COUNT-ED DELIMITED SIZE
                      INTO WS-FAIR-LINE
               MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
               WRITE FAIRNESS-REPORT-RECORD
           END-IF
           MOVE SPACES TO WS-FAIR-LINE
           MOVE "Card" TO WS-FAIR-LINE (3:4)
           MOVE "  Drawn" TO WS-FAIR-LINE (40:7)
           MOVE "  Expected" TO WS-FAIR-LINE (48:10)
           MOVE "  Deviation" TO WS-FAIR-LINE (59:11)
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE 0 TO WS-FAIR-CHI
           PERFORM WRITE-FAIRNESS-CARD-LINE
               VARYING WS-FAIR-I FROM 1 BY 1
                   UNTIL WS-FAIR-I > WS-CARD-COUNT
           COMPUTE WS-FAIR-DF = WS-FAIR-K - 1
           COMPUTE WS-FAIR-CRIT ROUNDED =
               WS-FAIR-DF * (1 - 2 / (9 * WS-FAIR-DF)
                   + 1.6449 * FUNCTION SQRT (2 / (9 * WS-FAIR-DF)))
                   ** 3
           MOVE WS-FAIR-CHI TO WS-FAIR-CHI-ED
           MOVE WS-FAIR-CRIT TO WS-FAIR-CHI-ED-2
           MOVE WS-FAIR-DF TO WS-FAIR-COUNT-ED
           MOVE SPACES TO WS-FAIR-LINE
           STRING "  Chi-square:" DELIMITED SIZE
                  WS-FAIR-CHI-ED DELIMITED SIZE
                  " on" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  " degrees of freedom; 5% critical value"
                      DELIMITED SIZE
                  WS-FAIR-CHI-ED-2 DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           MOVE SPACES TO WS-FAIR-LINE
           EVALUATE TRUE
               WHEN WS-FAIR-EXPECTED < 5
                   COMPUTE WS-FAIR-OBSERVED = WS-FAIR-K * 5
                   MOVE WS-FAIR-OBSERVED TO WS-FAIR-COUNT-ED
                   STRING "  Verdict: NOT ENOUGH DRAWS YET - a "
                              DELIMITED SIZE
                          "verdict needs at least" DELIMITED SIZE
                          WS-FAIR-COUNT-ED DELIMITED SIZE
                          " shuffled draws" DELIMITED SIZE
                          INTO WS-FAIR-LINE
               WHEN WS-FAIR-CHI > WS-FAIR-CRIT
                   MOVE "Y" TO WS-FAIR-DECK-FLAG
                   STRING "  Verdict: UNEVEN - the counts are more "
                              DELIMITED SIZE
                          "spread out than a fair shuffle gives 95% "
                              DELIMITED SIZE
                          "of the time" DELIMITED SIZE
                          INTO WS-FAIR-LINE
               WHEN OTHER
                   MOVE "  Verdict: CONSISTENT WITH A FAIR SHUFFLE"
                       TO WS-FAIR-LINE
           END-EVALUATE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           PERFORM WRITE-FAIRNESS-ORIENTATION
           PERFORM WRITE-FAIRNESS-OPENINGS.

       COUNT-FAIR-MATCHED.
           MOVE WS-CARD-ID (WS-FAIR-I) TO WS-FAIR-CARD-ID
           PERFORM FIND-FAIR-CARD
           IF WS-FAIR-C > 0
               ADD WS-FD-CARD-HITS (WS-FAIR-D, WS-FAIR-C)
                   TO WS-FAIR-MATCHED
           END-IF.

       WRITE-FAIRNESS-CARD-LINE.
           MOVE WS-CARD-ID (WS-FAIR-I) TO WS-FAIR-CARD-ID
           PERFORM FIND-FAIR-CARD
           MOVE 0 TO WS-FAIR-OBSERVED
           IF WS-FAIR-C > 0
               MOVE WS-FD-CARD-HITS (WS-FAIR-D, WS-FAIR-C)
                   TO WS-FAIR-OBSERVED
           END-IF
           COMPUTE WS-FAIR-DEV ROUNDED =
               WS-FAIR-OBSERVED - WS-FAIR-EXPECTED
           IF WS-FAIR-EXPECTED > 0
               COMPUTE WS-FAIR-CHI ROUNDED = WS-FAIR-CHI
                   + (WS-FAIR-OBSERVED - WS-FAIR-EXPECTED) ** 2
                       / WS-FAIR-EXPECTED
           END-IF
           MOVE SPACES TO WS-FAIR-LINE
           MOVE WS-FAIR-CARD-ID TO WS-FAIR-LINE (3:5)
           MOVE WS-CARD-NAME (WS-FAIR-I) TO WS-FAIR-LINE (9:30)
           MOVE WS-FAIR-OBSERVED TO WS-FAIR-COUNT-ED
           MOVE WS-FAIR-COUNT-ED TO WS-FAIR-LINE (40:7)
           MOVE WS-FAIR-EXPECTED TO WS-FAIR-EXP-ED
           MOVE WS-FAIR-EXP-ED TO WS-FAIR-LINE (48:10)
           MOVE WS-FAIR-DEV TO WS-FAIR-DEV-ED
           MOVE WS-FAIR-DEV-ED TO WS-FAIR-LINE (59:11)
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD.

       WRITE-FAIRNESS-ORIENTATION.
           COMPUTE WS-FAIR-PCT ROUNDED =
               WS-FD-UPRIGHT (WS-FAIR-D) * 100
                   / WS-FD-DRAWS (WS-FAIR-D)
           MOVE WS-FAIR-PCT TO WS-FAIR-PCT-ED
           COMPUTE WS-FAIR-PCT ROUNDED =
               WS-FD-REVERSED (WS-FAIR-D) * 100
                   / WS-FD-DRAWS (WS-FAIR-D)
           MOVE WS-FAIR-PCT TO WS-FAIR-PCT-ED-2
           COMPUTE WS-FAIR-Z ROUNDED =
               (WS-FD-UPRIGHT (WS-FAIR-D)
                   - WS-FD-DRAWS (WS-FAIR-D) / 2)
               / (FUNCTION SQRT (WS-FD-DRAWS (WS-FAIR-D)) / 2)
           MOVE WS-FAIR-Z TO WS-FAIR-Z-ED
           MOVE WS-FD-UPRIGHT (WS-FAIR-D) TO WS-FAIR-COUNT-ED
           MOVE WS-FD-REVERSED (WS-FAIR-D) TO WS-FAIR-COUNT-ED-2
           MOVE SPACES TO WS-FAIR-LINE
           STRING "  Upright:" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-FAIR-PCT-ED DELIMITED SIZE
                  "%)   Reversed:" DELIMITED SIZE
                  WS-FAIR-COUNT-ED-2 DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-FAIR-PCT-ED-2 DELIMITED SIZE
                  "%)   z =" DELIMITED SIZE
                  WS-FAIR-Z-ED DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-FD-DRAWS (WS-FAIR-D) < 20
                   MOVE "  Orientation: NOT ENOUGH DRAWS YET"
                       TO FAIRNESS-REPORT-RECORD
               WHEN WS-FAIR-Z > 1.96 OR WS-FAIR-Z < -1.96
                   MOVE "Y" TO WS-FAIR-DECK-FLAG
                   MOVE SPACES TO WS-FAIR-LINE
                   STRING "  Orientation: LOPSIDED - further from "
                              DELIMITED SIZE
                          "half and half than a fair coin gives 95% "
                              DELIMITED SIZE
                          "of the time" DELIMITED SIZE
                          INTO WS-FAIR-LINE
                   MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
               WHEN OTHER
                   MOVE "  Orientation: BALANCED"
                       TO FAIRNESS-REPORT-RECORD
           END-EVALUATE
           WRITE FAIRNESS-REPORT-RECORD.

       WRITE-FAIRNESS-OPENINGS.
           COMPUTE WS-FAIR-PAIRS =
               WS-FD-OPENINGS (WS-FAIR-D)
                   * (WS-FD-OPENINGS (WS-FAIR-D) - 1) / 2
           COMPUTE WS-FAIR-DENOM =
               WS-FAIR-K * (WS-FAIR-K - 1) * (WS-FAIR-K - 2)
           COMPUTE WS-FAIR-CHANCE ROUNDED =
               WS-FAIR-PAIRS / WS-FAIR-DENOM
           COMPUTE WS-FAIR-LIMIT ROUNDED =
               WS-FAIR-CHANCE + 3 * FUNCTION SQRT (WS-FAIR-CHANCE)
           MOVE WS-FD-REPEATS (WS-FAIR-D) TO WS-FAIR-COUNT-ED
           MOVE WS-FD-OPENINGS (WS-FAIR-D) TO WS-FAIR-COUNT-ED-2
           MOVE WS-FAIR-CHANCE TO WS-FAIR-CHANCE-ED
           MOVE SPACES TO WS-FAIR-LINE
           STRING "  Repeated openings:" DELIMITED SIZE
                  WS-FAIR-COUNT-ED DELIMITED SIZE
                  " among" DELIMITED SIZE
                  WS-FAIR-COUNT-ED-2 DELIMITED SIZE
                  " session(s) of 3+ cards; chance alone expects"
                      DELIMITED SIZE
                  WS-FAIR-CHANCE-ED DELIMITED SIZE
                  INTO WS-FAIR-LINE
           MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
           WRITE FAIRNESS-REPORT-RECORD
           IF WS-FD-REPEATS (WS-FAIR-D) > WS-FAIR-LIMIT
               MOVE "Y" TO WS-FAIR-DECK-FLAG
               MOVE "  Openings: REPEATING MORE OFTEN THAN CHANCE"
                   TO FAIRNESS-REPORT-RECORD
           ELSE
               MOVE "  Openings: WITHIN CHANCE"
                   TO FAIRNESS-REPORT-RECORD
           END-IF
           WRITE FAIRNESS-REPORT-RECORD.

       MARK-REPEATED-OPENING.
           PERFORM MATCH-EARLIER-OPENING
               VARYING WS-FAIR-J FROM 1 BY 1
                   UNTIL WS-FAIR-J >= WS-FAIR-I
                       OR WS-FS-REPEAT (WS-FAIR-I) = "Y".

       MATCH-EARLIER-OPENING.
           IF WS-FS-D (WS-FAIR-J) = WS-FS-D (WS-FAIR-I)
                   AND WS-FS-KEY (WS-FAIR-J) = WS-FS-KEY (WS-FAIR-I)
               MOVE "Y" TO WS-FS-REPEAT (WS-FAIR-I)
               MOVE WS-FAIR-J TO WS-FS-MATCH (WS-FAIR-I)
               ADD 1 TO WS-FD-REPEATS (WS-FS-D (WS-FAIR-I))
           END-IF.

       WRITE-REPEATED-OPENING.
           IF WS-FS-REPEAT (WS-FAIR-I) = "Y"
               MOVE WS-FS-MATCH (WS-FAIR-I) TO WS-FAIR-J
               ADD 1 TO WS-FAIR-SLOT
               MOVE SPACES TO WS-FAIR-LINE
               STRING "  " DELIMITED SIZE
                      WS-FD-CODE (WS-FS-D (WS-FAIR-I))
                          DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-FS-TS (WS-FAIR-I) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-FS-CLIENT (WS-FAIR-I) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-FS-TYPE (WS-FAIR-I) (1:15) DELIMITED SIZE
                      " repeats " DELIMITED SIZE
                      WS-FS-TS (WS-FAIR-J) DELIMITED SIZE
                      " " DELIMITED SIZE
                      FUNCTION TRIM (WS-FS-CLIENT (WS-FAIR-J))
                          DELIMITED SIZE
                      "  cards " DELIMITED SIZE
                      WS-FS-KEY (WS-FAIR-I) (1:5) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-FS-KEY (WS-FAIR-I) (6:5) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-FS-KEY (WS-FAIR-I) (11:5) DELIMITED SIZE
                      INTO WS-FAIR-LINE
               MOVE WS-FAIR-LINE TO FAIRNESS-REPORT-RECORD
               WRITE FAIRNESS-REPORT-RECORD
           END-IF.

       RUN-COUPLES-REPORT.
           MOVE 0 TO WS-CPP-COUNT
           MOVE 0 TO WS-CPR-COUNT
           MOVE 0 TO WS-CPL-DROPPED
           MOVE "N" TO WS-CPL-MASTER-OPEN
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-CPL-MASTER-OPEN
           ELSE
               IF WS-MASTER-FILE-STATUS NOT = "35"
                   PERFORM WARN-CLIENT-MASTER-LAYOUT
               END-IF
           END-IF
           PERFORM TALLY-COUPLES-LIVE
           PERFORM TALLY-COUPLES-ARCHIVE
           PERFORM WRITE-COUPLES-REPORT
           IF WS-CPL-MASTER-OPEN = "Y"
               CLOSE CLIENT-MASTER-FILE
           END-IF
           MOVE WS-CPP-COUNT TO WS-CPL-COUNT-ED
           MOVE WS-CPR-COUNT TO WS-CPL-COUNT-ED-2
           DISPLAY "Couples report written to couples-report.dat ("
               FUNCTION TRIM (WS-CPL-COUNT-ED) " couple(s), "
               FUNCTION TRIM (WS-CPL-COUNT-ED-2) " reading(s)).".

       TALLY-COUPLES-LIVE.
           MOVE "N" TO WS-CPL-EOF
           OPEN INPUT CLIENT-READING-FILE
           IF WS-CLIENT-FILE-STATUS = "35"
               DISPLAY "No client reading history on file."
           ELSE
           IF WS-CLIENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open the client reading "
                   "history (status " WS-CLIENT-FILE-STATUS ")."
           ELSE
               MOVE LOW-VALUES TO CLIENT-READING-KEY
               START CLIENT-READING-FILE
                       KEY NOT < CLIENT-READING-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CPL-EOF
               END-START
               PERFORM UNTIL WS-CPL-EOF = "Y"
                   READ CLIENT-READING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CPL-EOF
                       NOT AT END
                           MOVE CR-CLIENT-ID TO WS-CPL-BOOKER-ID
                           MOVE CR-TIMESTAMP TO WS-CPL-TS
                           MOVE CR-READING-TYPE TO WS-CPL-TYPE
                           MOVE CR-READER-ID TO WS-CPL-READER
                           MOVE CR-SUMMARY TO WS-CPL-SUMMARY
                           PERFORM COLLECT-COUPLES-READING
                   END-READ
                   IF WS-CLIENT-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-CPL-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-READING-FILE
           END-IF
           END-IF.

       TALLY-COUPLES-ARCHIVE.
           MOVE "N" TO WS-CPL-EOF
           OPEN INPUT CLIENT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CPL-EOF = "Y"
                   READ CLIENT-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-CPL-EOF
                       NOT AT END
                           PERFORM TALLY-COUPLES-ARCH-ROW
                   END-READ
               END-PERFORM
               CLOSE CLIENT-ARCHIVE-FILE
           END-IF.

       TALLY-COUPLES-ARCH-ROW.
           MOVE SPACES TO WS-CPL-BOOKER-ID
           MOVE SPACES TO WS-CPL-TS
           MOVE SPACES TO WS-CPL-TYPE
           MOVE SPACES TO WS-CPL-SUMMARY
           MOVE SPACES TO WS-CPL-READER
           UNSTRING CLIENT-ARCHIVE-RECORD
               DELIMITED BY "|"
               INTO WS-CPL-BOOKER-ID
                    WS-CPL-TS
                    WS-CPL-TYPE
                    WS-CPL-SUMMARY
                    WS-CPL-READER
           PERFORM COLLECT-COUPLES-READING.

       COLLECT-COUPLES-READING.
           MOVE SPACES TO WS-CPL-BEFORE
           MOVE SPACES TO WS-CPL-AFTER
           UNSTRING WS-CPL-SUMMARY
               DELIMITED BY " Couple="
               INTO WS-CPL-BEFORE
                    WS-CPL-AFTER
           IF WS-CPL-BOOKER-ID NOT = SPACES
                   AND WS-CPL-AFTER NOT = SPACES
               MOVE SPACES TO WS-CPL-LOOKUP-ID
               UNSTRING WS-CPL-AFTER
                   DELIMITED BY "@"
                   INTO WS-CPL-LOOKUP-ID
               PERFORM RESOLVE-COUPLES-CLIENT
               MOVE WS-CPL-LOOKUP-ID TO WS-CPL-ID-B
               MOVE WS-CPL-BOOKER-ID TO WS-CPL-LOOKUP-ID
               PERFORM RESOLVE-COUPLES-CLIENT
               MOVE WS-CPL-LOOKUP-ID TO WS-CPL-ID-A
               IF WS-CPL-ID-A > WS-CPL-ID-B
                   MOVE WS-CPL-ID-B TO WS-CPL-LOOKUP-ID
                   MOVE WS-CPL-ID-A TO WS-CPL-ID-B
                   MOVE WS-CPL-LOOKUP-ID TO WS-CPL-ID-A
               END-IF
               PERFORM SPLIT-COUPLES-CARDS
               PERFORM FIND-COUPLES-PAIR-OR-ADD
               IF WS-CPL-SLOT = 0 OR WS-CPR-COUNT >= 1000
                   ADD 1 TO WS-CPL-DROPPED
               ELSE
                   PERFORM ADD-COUPLES-READING
               END-IF
           END-IF.

       RESOLVE-COUPLES-CLIENT.
           IF WS-CPL-MASTER-OPEN = "Y"
               MOVE WS-CPL-LOOKUP-ID TO CM-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-MERGED-INTO NOT = SPACES
                           MOVE CM-MERGED-INTO TO WS-CPL-LOOKUP-ID
                       END-IF
               END-READ
           END-IF.

       SPLIT-COUPLES-CARDS.
           MOVE SPACES TO WS-CPL-DECK
           MOVE SPACES TO WS-CPL-CARDS
           IF WS-CPL-BEFORE (1:5) = "Deck="
               MOVE 0 TO WS-CPL-POS
               INSPECT WS-CPL-BEFORE TALLYING WS-CPL-POS
                   FOR CHARACTERS BEFORE INITIAL ";"
               IF WS-CPL-POS > 5 AND WS-CPL-POS < 398
                   MOVE WS-CPL-BEFORE (6:WS-CPL-POS - 5)
                       TO WS-CPL-DECK
                   MOVE WS-CPL-BEFORE (WS-CPL-POS + 2:)
                       TO WS-CPL-CARDS
               END-IF
           ELSE
               MOVE WS-CPL-BEFORE TO WS-CPL-CARDS
           END-IF
           MOVE FUNCTION TRIM (WS-CPL-CARDS) TO WS-CPL-CARDS.

       FIND-COUPLES-PAIR-OR-ADD.
           MOVE 0 TO WS-CPL-SLOT
           PERFORM FIND-COUPLES-PAIR
               VARYING WS-CPL-J FROM 1 BY 1
                   UNTIL WS-CPL-J > WS-CPP-COUNT
           IF WS-CPL-SLOT = 0 AND WS-CPP-COUNT < 300
               ADD 1 TO WS-CPP-COUNT
               MOVE WS-CPP-COUNT TO WS-CPL-SLOT
               MOVE WS-CPL-ID-A TO WS-CPP-A (WS-CPL-SLOT)
               MOVE WS-CPL-ID-B TO WS-CPP-B (WS-CPL-SLOT)
               MOVE 0 TO WS-CPP-READINGS (WS-CPL-SLOT)
               MOVE "99999999" TO WS-CPP-FIRST (WS-CPL-SLOT)
               MOVE "00000000" TO WS-CPP-LAST (WS-CPL-SLOT)
           END-IF.

       FIND-COUPLES-PAIR.
           IF WS-CPP-A (WS-CPL-J) = WS-CPL-ID-A
                   AND WS-CPP-B (WS-CPL-J) = WS-CPL-ID-B
               MOVE WS-CPL-J TO WS-CPL-SLOT
           END-IF.

       ADD-COUPLES-READING.
           ADD 1 TO WS-CPR-COUNT
           MOVE WS-CPL-SLOT TO WS-CPR-PAIR (WS-CPR-COUNT)
           MOVE WS-CPL-TS TO WS-CPR-TS (WS-CPR-COUNT)
           MOVE WS-CPL-BOOKER-ID TO WS-CPR-BOOKER (WS-CPR-COUNT)
           MOVE WS-CPL-TYPE TO WS-CPR-TYPE (WS-CPR-COUNT)
           MOVE WS-CPL-READER TO WS-CPR-READER (WS-CPR-COUNT)
           MOVE WS-CPL-DECK TO WS-CPR-DECK (WS-CPR-COUNT)
           MOVE WS-CPL-CARDS TO WS-CPR-CARDS (WS-CPR-COUNT)
           MOVE "N" TO WS-CPR-DONE (WS-CPR-COUNT)
           ADD 1 TO WS-CPP-READINGS (WS-CPL-SLOT)
           IF WS-CPL-TS (1:8) < WS-CPP-FIRST (WS-CPL-SLOT)
               MOVE WS-CPL-TS (1:8) TO WS-CPP-FIRST (WS-CPL-SLOT)
           END-IF
           IF WS-CPL-TS (1:8) > WS-CPP-LAST (WS-CPL-SLOT)
               MOVE WS-CPL-TS (1:8) TO WS-CPP-LAST (WS-CPL-SLOT)
           END-IF.

       WRITE-COUPLES-REPORT.
           OPEN OUTPUT COUPLES-REPORT-FILE
           MOVE "=== Couples Report: Relationship Readings ==="
               TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE WS-CPP-COUNT TO WS-CPL-COUNT-ED
           MOVE WS-CPR-COUNT TO WS-CPL-COUNT-ED-2
           MOVE SPACES TO WS-CPL-LINE
           STRING "Run on " DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                  ":" DELIMITED SIZE
                  WS-CPL-COUNT-ED DELIMITED SIZE
                  " couple(s)," DELIMITED SIZE
                  WS-CPL-COUNT-ED-2 DELIMITED SIZE
                  " shared reading(s), live history and archive"
                      DELIMITED SIZE
                  INTO WS-CPL-LINE
           MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           MOVE SPACES TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           IF WS-CPP-COUNT = 0
               MOVE "No shared relationship readings are on file."
                   TO COUPLES-REPORT-RECORD
               WRITE COUPLES-REPORT-RECORD
           ELSE
               PERFORM WRITE-COUPLES-PAIR
                   VARYING WS-CPL-I FROM 1 BY 1
                       UNTIL WS-CPL-I > WS-CPP-COUNT
           END-IF
           IF WS-CPL-DROPPED > 0
               MOVE WS-CPL-DROPPED TO WS-CPL-COUNT-ED
               MOVE SPACES TO WS-CPL-LINE
               STRING "Not listed:" DELIMITED SIZE
                      WS-CPL-COUNT-ED DELIMITED SIZE
                      " reading(s); the report holds 300 couples "
                          DELIMITED SIZE
                      "and 1000 readings." DELIMITED SIZE
                      INTO WS-CPL-LINE
               MOVE SPACES TO COUPLES-REPORT-RECORD
               WRITE COUPLES-REPORT-RECORD
               MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
               WRITE COUPLES-REPORT-RECORD
           END-IF
           CLOSE COUPLES-REPORT-FILE.

       WRITE-COUPLES-PAIR.
           MOVE WS-CPP-A (WS-CPL-I) TO WS-CPL-LOOKUP-ID
           PERFORM LOOKUP-COUPLES-CLIENT
           MOVE WS-CPL-LOOKUP-NAME TO WS-CPL-NAME-A
           MOVE WS-CPL-LOOKUP-SIGN TO WS-CPL-SIGN-A
           MOVE WS-CPP-B (WS-CPL-I) TO WS-CPL-LOOKUP-ID
           PERFORM LOOKUP-COUPLES-CLIENT
           MOVE WS-CPL-LOOKUP-NAME TO WS-CPL-NAME-B
           MOVE WS-CPL-LOOKUP-SIGN TO WS-CPL-SIGN-B
           MOVE ALL "-" TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           MOVE SPACES TO WS-CPL-LINE
           STRING FUNCTION TRIM (WS-CPP-A (WS-CPL-I)) DELIMITED SIZE
                  " - " DELIMITED SIZE
                  FUNCTION TRIM (WS-CPL-NAME-A) DELIMITED SIZE
                  "  &  " DELIMITED SIZE
                  FUNCTION TRIM (WS-CPP-B (WS-CPL-I)) DELIMITED SIZE
                  " - " DELIMITED SIZE
                  FUNCTION TRIM (WS-CPL-NAME-B) DELIMITED SIZE
                  INTO WS-CPL-LINE
           MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           MOVE SPACES TO WS-CPL-LINE
           IF WS-CPL-SIGN-A = SPACES OR WS-CPL-SIGN-B = SPACES
               MOVE "  Compatibility: no zodiac sign is on file for "
                   & "one or both clients." TO WS-CPL-LINE
               MOVE SPACES TO WS-CPL-ADVICE
           ELSE
               PERFORM FIND-ZODIAC-COMPAT
               IF WS-CPL-FOUND = "Y"
                   STRING "  Compatibility: " DELIMITED SIZE
                          FUNCTION TRIM (WS-CPL-TEXT) DELIMITED SIZE
                          INTO WS-CPL-LINE
               ELSE
                   STRING "  Compatibility: no entry in "
                              DELIMITED SIZE
                          "zodiac-compat.dat for " DELIMITED SIZE
                          FUNCTION TRIM (WS-CPL-SIGN-A)
                              DELIMITED SIZE
                          " and " DELIMITED SIZE
                          FUNCTION TRIM (WS-CPL-SIGN-B)
                              DELIMITED SIZE
                          INTO WS-CPL-LINE
               END-IF
           END-IF
           MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           MOVE WS-CPL-ADVICE TO WS-CPL-WRAP
           PERFORM WRITE-COUPLES-WRAPPED
           MOVE WS-CPP-READINGS (WS-CPL-I) TO WS-CPL-COUNT-ED
           MOVE SPACES TO WS-CPL-LINE
           STRING "  Relationship readings:" DELIMITED SIZE
                  WS-CPL-COUNT-ED DELIMITED SIZE
                  "   first " DELIMITED SIZE
                  WS-CPP-FIRST (WS-CPL-I) (1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CPP-FIRST (WS-CPL-I) (5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CPP-FIRST (WS-CPL-I) (7:2) DELIMITED SIZE
                  "   latest " DELIMITED SIZE
                  WS-CPP-LAST (WS-CPL-I) (1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CPP-LAST (WS-CPL-I) (5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-CPP-LAST (WS-CPL-I) (7:2) DELIMITED SIZE
                  INTO WS-CPL-LINE
           MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           PERFORM WRITE-NEXT-COUPLES-READING
               VARYING WS-CPL-K FROM 1 BY 1
                   UNTIL WS-CPL-K > WS-CPP-READINGS (WS-CPL-I)
           MOVE SPACES TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD.

       LOOKUP-COUPLES-CLIENT.
           MOVE "(not on the client master)" TO WS-CPL-LOOKUP-NAME
           MOVE SPACES TO WS-CPL-LOOKUP-SIGN
           IF WS-CPL-MASTER-OPEN = "Y"
               MOVE WS-CPL-LOOKUP-ID TO CM-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CPL-LOOKUP-NAME
                       MOVE CM-ZODIAC TO WS-CPL-LOOKUP-SIGN
               END-READ
           END-IF.

       WRITE-NEXT-COUPLES-READING.
           MOVE 0 TO WS-CPL-NEXT
           PERFORM FIND-NEXT-COUPLES-READING
               VARYING WS-CPL-J FROM 1 BY 1
                   UNTIL WS-CPL-J > WS-CPR-COUNT
           IF WS-CPL-NEXT > 0
               MOVE "Y" TO WS-CPR-DONE (WS-CPL-NEXT)
               MOVE SPACES TO WS-CPL-LINE
               STRING "    " DELIMITED SIZE
                      WS-CPR-TS (WS-CPL-NEXT) (1:4) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      WS-CPR-TS (WS-CPL-NEXT) (5:2) DELIMITED SIZE
                      "-" DELIMITED SIZE
                      WS-CPR-TS (WS-CPL-NEXT) (7:2) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-CPR-TS (WS-CPL-NEXT) (9:2) DELIMITED SIZE
                      ":" DELIMITED SIZE
                      WS-CPR-TS (WS-CPL-NEXT) (11:2) DELIMITED SIZE
                      "  " DELIMITED SIZE
                      WS-CPR-TYPE (WS-CPL-NEXT) DELIMITED SIZE
                      " booked by " DELIMITED SIZE
                      FUNCTION TRIM (WS-CPR-BOOKER (WS-CPL-NEXT))
                          DELIMITED SIZE
                      "  reader " DELIMITED SIZE
                      FUNCTION TRIM (WS-CPR-READER (WS-CPL-NEXT))
                          DELIMITED SIZE
                      "  deck " DELIMITED SIZE
                      FUNCTION TRIM (WS-CPR-DECK (WS-CPL-NEXT))
                          DELIMITED SIZE
                      INTO WS-CPL-LINE
               MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
               WRITE COUPLES-REPORT-RECORD
               MOVE WS-CPR-CARDS (WS-CPL-NEXT) TO WS-CPL-WRAP
               PERFORM WRITE-COUPLES-WRAPPED
           END-IF.

       FIND-NEXT-COUPLES-READING.
           IF WS-CPR-PAIR (WS-CPL-J) = WS-CPL-I
                   AND WS-CPR-DONE (WS-CPL-J) = "N"
               IF WS-CPL-NEXT = 0
                   MOVE WS-CPL-J TO WS-CPL-NEXT
               ELSE
                   IF WS-CPR-TS (WS-CPL-J) < WS-CPR-TS (WS-CPL-NEXT)
                       MOVE WS-CPL-J TO WS-CPL-NEXT
                   END-IF
               END-IF
           END-IF.

       WRITE-COUPLES-WRAPPED.
           IF WS-CPL-WRAP NOT = SPACES
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-CPL-WRAP TRAILING))
                   TO WS-CPL-WRAP-LEN
               MOVE 1 TO WS-CPL-WRAP-START
               PERFORM WRITE-COUPLES-CHUNK
                   UNTIL WS-CPL-WRAP-START > WS-CPL-WRAP-LEN
           END-IF.

       WRITE-COUPLES-CHUNK.
           COMPUTE WS-CPL-WRAP-CHUNK =
               WS-CPL-WRAP-LEN - WS-CPL-WRAP-START + 1
           IF WS-CPL-WRAP-CHUNK > 110
               MOVE 0 TO WS-CPL-WRAP-BREAK
               PERFORM FIND-COUPLES-BREAK
                   VARYING WS-CPL-WRAP-J FROM 110 BY -1
                       UNTIL WS-CPL-WRAP-J < 2
                           OR WS-CPL-WRAP-BREAK > 0
               IF WS-CPL-WRAP-BREAK > 0
                   MOVE WS-CPL-WRAP-BREAK TO WS-CPL-WRAP-CHUNK
               ELSE
                   MOVE 110 TO WS-CPL-WRAP-CHUNK
               END-IF
           END-IF
           MOVE SPACES TO WS-CPL-LINE
           MOVE WS-CPL-WRAP (WS-CPL-WRAP-START : WS-CPL-WRAP-CHUNK)
               TO WS-CPL-LINE (7 : WS-CPL-WRAP-CHUNK)
           MOVE WS-CPL-LINE TO COUPLES-REPORT-RECORD
           WRITE COUPLES-REPORT-RECORD
           COMPUTE WS-CPL-WRAP-START =
               WS-CPL-WRAP-START + WS-CPL-WRAP-CHUNK.

       FIND-COUPLES-BREAK.
           COMPUTE WS-CPL-WRAP-CHUNK =
               WS-CPL-WRAP-START + WS-CPL-WRAP-J - 1
           IF WS-CPL-WRAP (WS-CPL-WRAP-CHUNK : 1) = SPACE
               MOVE WS-CPL-WRAP-J TO WS-CPL-WRAP-BREAK
           END-IF.

       RUN-BALANCE-REBUILD.
           MOVE 0 TO WS-BCK-COUNT
           MOVE 0 TO WS-BAL-CLIENTS
           MOVE 0 TO WS-BAL-MISMATCHES
           OPEN INPUT CLIENT-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               MOVE "N" TO WS-BAL-EOF
               PERFORM UNTIL WS-BAL-EOF = "Y"
                   READ CLIENT-BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BAL-EOF
                       NOT AT END
                           PERFORM HOLD-STORED-BALANCE
                   END-READ
                   IF WS-BAL-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-BAL-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-BALANCE-FILE
           ELSE
               DISPLAY "No usable client-balance.dat on file "
                   "(status " WS-BAL-FILE-STATUS "); building it "
                   "from the ledger."
           END-IF
           PERFORM BUILD-CLIENT-BALANCE-FILE
           OPEN OUTPUT BALANCE-REBUILD-FILE
           MOVE "=== Client Balance Rebuild ==="
               TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
           MOVE SPACES TO WS-BAL-LINE
           STRING "Rebuilt from ledger.dat on " DELIMITED SIZE
                  WS-CURRENT-DATE-FIELD (1:8) DELIMITED SIZE
                  INTO WS-BAL-LINE
           MOVE WS-BAL-LINE TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           MOVE SPACES TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           MOVE SPACES TO WS-BAL-LINE
           MOVE "Client" TO WS-BAL-LINE (1:6)
           MOVE "       Stored" TO WS-BAL-LINE (22:13)
           MOVE "   Recomputed" TO WS-BAL-LINE (36:13)
           MOVE "   Difference" TO WS-BAL-LINE (50:13)
           MOVE WS-BAL-LINE TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           OPEN INPUT CLIENT-BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               MOVE "N" TO WS-BAL-EOF
               PERFORM UNTIL WS-BAL-EOF = "Y"
                   READ CLIENT-BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BAL-EOF
                       NOT AT END
                           PERFORM CHECK-REBUILT-BALANCE
                   END-READ
                   IF WS-BAL-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-BAL-EOF
                   END-IF
               END-PERFORM
               CLOSE CLIENT-BALANCE-FILE
           END-IF
           PERFORM CHECK-DROPPED-BALANCE
               VARYING WS-BCK-I FROM 1 BY 1
                   UNTIL WS-BCK-I > WS-BCK-COUNT
           MOVE SPACES TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           MOVE WS-BAL-ROWS TO WS-BAL-COUNT-ED
           MOVE SPACES TO WS-BAL-LINE
           STRING "Ledger rows applied: " DELIMITED SIZE
                  WS-BAL-COUNT-ED DELIMITED SIZE
                  INTO WS-BAL-LINE
           MOVE WS-BAL-LINE TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           MOVE WS-BAL-CLIENTS TO WS-BAL-COUNT-ED
           MOVE SPACES TO WS-BAL-LINE
           STRING "Client balances written: " DELIMITED SIZE
                  WS-BAL-COUNT-ED DELIMITED SIZE
                  INTO WS-BAL-LINE
           MOVE WS-BAL-LINE TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           MOVE WS-BAL-MISMATCHES TO WS-BAL-COUNT-ED
           MOVE SPACES TO WS-BAL-LINE
           STRING "Stored balances that disagreed: " DELIMITED SIZE
                  WS-BAL-COUNT-ED DELIMITED SIZE
                  INTO WS-BAL-LINE
           MOVE WS-BAL-LINE TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD
           CLOSE BALANCE-REBUILD-FILE
           DISPLAY "Client balances rebuilt: "
               FUNCTION TRIM (WS-BAL-COUNT-ED)
               " disagreement(s). Report written to "
               "balance-rebuild.dat"
           IF WS-BAL-MISMATCHES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       HOLD-STORED-BALANCE.
           IF WS-BCK-COUNT < 1000
               ADD 1 TO WS-BCK-COUNT
               MOVE BAL-CLIENT-ID TO WS-BCK-CLIENT (WS-BCK-COUNT)
               MOVE BAL-BALANCE TO WS-BCK-BALANCE (WS-BCK-COUNT)
               MOVE "N" TO WS-BCK-MATCHED (WS-BCK-COUNT)
           ELSE
               DISPLAY "WARNING: more than 1000 stored balances; "
                   FUNCTION TRIM (BAL-CLIENT-ID)
                   " was not compared."
           END-IF.

       CHECK-REBUILT-BALANCE.
           ADD 1 TO WS-BAL-CLIENTS
           MOVE 0 TO WS-BCK-SLOT
           PERFORM FIND-STORED-BALANCE
               VARYING WS-BCK-I FROM 1 BY 1
                   UNTIL WS-BCK-I > WS-BCK-COUNT
           IF WS-BCK-SLOT > 0
               MOVE "Y" TO WS-BCK-MATCHED (WS-BCK-SLOT)
               MOVE WS-BCK-BALANCE (WS-BCK-SLOT) TO WS-BAL-STORED
           ELSE
               MOVE 0 TO WS-BAL-STORED
           END-IF
           IF WS-BAL-STORED NOT = BAL-BALANCE
               PERFORM WRITE-BALANCE-MISMATCH
           END-IF.

       FIND-STORED-BALANCE.
           IF WS-BCK-CLIENT (WS-BCK-I) = BAL-CLIENT-ID
               MOVE WS-BCK-I TO WS-BCK-SLOT
           END-IF.

       CHECK-DROPPED-BALANCE.
           IF WS-BCK-MATCHED (WS-BCK-I) = "N"
                   AND WS-BCK-BALANCE (WS-BCK-I) NOT = 0
               MOVE WS-BCK-CLIENT (WS-BCK-I) TO BAL-CLIENT-ID
               MOVE WS-BCK-BALANCE (WS-BCK-I) TO WS-BAL-STORED
               MOVE 0 TO BAL-BALANCE
               PERFORM WRITE-BALANCE-MISMATCH
           END-IF.

       WRITE-BALANCE-MISMATCH.
           ADD 1 TO WS-BAL-MISMATCHES
           COMPUTE WS-BAL-DIFF = BAL-BALANCE - WS-BAL-STORED
           MOVE SPACES TO WS-BAL-LINE
           MOVE BAL-CLIENT-ID TO WS-BAL-LINE (1:20)
           MOVE WS-BAL-STORED TO WS-BAL-MONEY-ED
           MOVE WS-BAL-MONEY-ED TO WS-BAL-LINE (22:13)
           MOVE BAL-BALANCE TO WS-BAL-MONEY-ED
           MOVE WS-BAL-MONEY-ED TO WS-BAL-LINE (36:13)
           MOVE WS-BAL-DIFF TO WS-BAL-MONEY-ED
           MOVE WS-BAL-MONEY-ED TO WS-BAL-LINE (50:13)
           MOVE WS-BAL-LINE TO BALANCE-REBUILD-RECORD
           WRITE BALANCE-REBUILD-RECORD.

       RUN-AGING-REPORT.
           MOVE SPACES TO WS-LEDGER-TARGET
           MOVE SPACES TO WS-LEDGER-EXCL-PERIOD
           PERFORM LOAD-CLIENT-BALANCE
           IF WS-AGE-COUNT = 0
               DISPLAY "The ledger is empty; there is nothing to "
                   "age."
               MOVE 0 TO WS-AGE-TOT-30
               MOVE 0 TO WS-AGE-TOT-60
               MOVE 0 TO WS-AGE-TOT-90
               MOVE 0 TO WS-AGE-TOT-CRN
               MOVE 0 TO WS-AGE-TOT-REF
               MOVE 0 TO WS-AGE-TOT-WOF
               OPEN OUTPUT AGING-REPORT-FILE
               MOVE "=== Accounts Receivable Aging ==="
                   TO AGING-REPORT-RECORD
               MOVE WS-AGE-MONEY-ED TO WS-AGE-LINE (66:10)
               MOVE WS-AGE-LINE TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
               IF WS-AGE-TOT-CRN > 0 OR WS-AGE-TOT-REF > 0
                       OR WS-AGE-TOT-WOF > 0
                   MOVE SPACES TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
                   MOVE "Ledger adjustments applied above:"
                       TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
                   MOVE WS-AGE-TOT-CRN TO WS-AGE-MONEY-ED
                   MOVE SPACES TO WS-AGE-LINE
                   STRING "  Credit notes: " DELIMITED SIZE
                          WS-AGE-MONEY-ED DELIMITED SIZE
                          INTO WS-AGE-LINE
                   MOVE WS-AGE-LINE TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
                   MOVE WS-AGE-TOT-REF TO WS-AGE-MONEY-ED
                   MOVE SPACES TO WS-AGE-LINE
                   STRING "  Refunds:      " DELIMITED SIZE
                          WS-AGE-MONEY-ED DELIMITED SIZE
                          INTO WS-AGE-LINE
                   MOVE WS-AGE-LINE TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
                   MOVE WS-AGE-TOT-WOF TO WS-AGE-MONEY-ED
                   MOVE SPACES TO WS-AGE-LINE
                   STRING "  Write-offs:   " DELIMITED SIZE
                          WS-AGE-MONEY-ED DELIMITED SIZE
                          INTO WS-AGE-LINE
                   MOVE WS-AGE-LINE TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
               END-IF
               CLOSE AGING-REPORT-FILE
               DISPLAY "Aging report written to aging-report.dat"
           END-IF.

       WRITE-AGING-CLIENT-LINE.
           ADD WS-AGE-CRN-SUM (WS-AGE-I) TO WS-AGE-TOT-CRN
           ADD WS-AGE-REF-SUM (WS-AGE-I) TO WS-AGE-TOT-REF
           ADD WS-AGE-WOF-SUM (WS-AGE-I) TO WS-AGE-TOT-WOF
           COMPUTE WS-LEDGER-OPEN =
               WS-AGE-CURRENT (WS-AGE-I) + WS-AGE-30 (WS-AGE-I)
                   + WS-AGE-60 (WS-AGE-I) + WS-AGE-90 (WS-AGE-I)
               ADD WS-AGE-60 (WS-AGE-I) TO WS-AGE-TOT-60
               ADD WS-AGE-90 (WS-AGE-I) TO WS-AGE-TOT-90
           ELSE
               COMPUTE WS-AGE-NET =
                   WS-AGE-PAY-SUM (WS-AGE-I) + WS-AGE-CRN-SUM (WS-AGE-I)
                       + WS-AGE-WOF-SUM (WS-AGE-I)
                       - WS-AGE-INV-SUM (WS-AGE-I)
                       - WS-AGE-REF-SUM (WS-AGE-I)
               IF WS-AGE-NET > 0
                   MOVE WS-AGE-NET TO WS-LEDGER-OPEN
                   MOVE WS-LEDGER-OPEN TO WS-AGE-MONEY-ED
                   MOVE SPACES TO WS-AGE-LINE
                   STRING FUNCTION TRIM
               END-IF
           END-IF.

       POST-LEDGER-ADJUSTMENT.
           DISPLAY " "
           DISPLAY "Post a credit note, refund or write-off"
           DISPLAY "-------------------"
           PERFORM LOAD-REASON-TABLE
           IF WS-RSN-COUNT = 0
               DISPLAY "No adjustment reasons are on file "
                   "(adjust-reasons.dat); nothing can be posted."
           ELSE
               DISPLAY "Client ID: "
               ACCEPT WS-MASTER-ID-INPUT
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-MASTER-ID-INPUT))
                   TO WS-MASTER-ID-INPUT
               PERFORM READ-CLIENT-MASTER
               IF WS-MASTER-FOUND = "N"
                   DISPLAY "No client on file with ID "
                       FUNCTION TRIM (WS-MASTER-ID-INPUT) "."
               ELSE
                   PERFORM ADJUSTMENT-CHOOSE-TYPE
               END-IF
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.

       ADJUSTMENT-CHOOSE-TYPE.
           DISPLAY "Client: " FUNCTION TRIM (CM-NAME)
           MOVE CM-CLIENT-ID TO WS-LEDGER-TARGET
           MOVE SPACES TO WS-LEDGER-EXCL-PERIOD
           PERFORM LOAD-LEDGER-AGING
           PERFORM COMPUTE-TARGET-BALANCE
           MOVE SPACES TO WS-LEDGER-TARGET
           MOVE WS-PRIOR-BALANCE TO WS-AGE-BAL-ED
           DISPLAY "Balance on the ledger: " WS-AGE-BAL-ED
           IF WS-INVP-COUNT = 0
               DISPLAY "There are no invoices on the ledger for "
                   "this client; nothing to adjust."
           ELSE
               DISPLAY "Invoice periods on the ledger:"
               PERFORM LIST-INVOICE-PERIOD
                   VARYING WS-ADJ-I FROM 1 BY 1
                       UNTIL WS-ADJ-I > WS-INVP-COUNT
               DISPLAY "CRN credit note, REF cash refund, WOF "
                   "write-off (blank to cancel): "
               ACCEPT WS-ADJ-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE (WS-ADJ-TYPE-INPUT)
                   TO WS-ADJ-TYPE-INPUT
               EVALUATE WS-ADJ-TYPE-INPUT
                   WHEN SPACES
                       DISPLAY "Nothing posted."
                   WHEN "CRN"
                       MOVE "credit note" TO WS-ADJ-TYPE-NAME
                       PERFORM ADJUSTMENT-CHOOSE-PERIOD
                   WHEN "REF"
                       MOVE "refund" TO WS-ADJ-TYPE-NAME
                       PERFORM CHECK-TILL-CLOSED-TODAY
                       IF WS-TILL-DAY-CLOSED = "Y"
                           DISPLAY "Today's till has been closed; "
                               "no refund can be paid out today."
                       ELSE
                           PERFORM ADJUSTMENT-CHOOSE-PERIOD
                       END-IF
                   WHEN "WOF"
                       MOVE "write-off" TO WS-ADJ-TYPE-NAME
                       PERFORM ADJUSTMENT-CHOOSE-PERIOD
                   WHEN OTHER
                       DISPLAY "Use CRN, REF or WOF; nothing posted."
               END-EVALUATE
           END-IF.

       LIST-INVOICE-PERIOD.
           MOVE WS-INVP-AMOUNT (WS-ADJ-I) TO WS-AGE-MONEY-ED
           MOVE WS-INVP-CREDITED (WS-ADJ-I) TO WS-ADJ-MONEY-ED
           DISPLAY "  " WS-INVP-PERIOD (WS-ADJ-I)
               "  invoiced " WS-AGE-MONEY-ED
               "  credited " WS-ADJ-MONEY-ED.

       ADJUSTMENT-CHOOSE-PERIOD.
           DISPLAY "Invoice period YYYYMM this "
               FUNCTION TRIM (WS-ADJ-TYPE-NAME) " applies to: "
           ACCEPT WS-ADJ-PERIOD-INPUT
           MOVE 0 TO WS-ADJ-INVP-SLOT
           PERFORM FIND-ADJUSTMENT-PERIOD
               VARYING WS-ADJ-I FROM 1 BY 1
                   UNTIL WS-ADJ-I > WS-INVP-COUNT
           IF WS-ADJ-INVP-SLOT = 0
               DISPLAY "No invoice for period " WS-ADJ-PERIOD-INPUT
                   " is on the ledger for this client; nothing "
                   "posted."
           ELSE
               MOVE 0 TO WS-ADJ-LIMIT
               EVALUATE WS-ADJ-TYPE-INPUT
                   WHEN "CRN"
                       IF WS-INVP-AMOUNT (WS-ADJ-INVP-SLOT)
                               > WS-INVP-CREDITED (WS-ADJ-INVP-SLOT)
                           COMPUTE WS-ADJ-LIMIT =
                               WS-INVP-AMOUNT (WS-ADJ-INVP-SLOT)
                               - WS-INVP-CREDITED (WS-ADJ-INVP-SLOT)
                       END-IF
                   WHEN "REF"
                       IF WS-AGE-PAY-SUM (1) > WS-AGE-REF-SUM (1)
                           COMPUTE WS-ADJ-LIMIT =
                               WS-AGE-PAY-SUM (1) - WS-AGE-REF-SUM (1)
                       END-IF
                   WHEN OTHER
                       MOVE WS-LEDGER-OPEN TO WS-ADJ-LIMIT
               END-EVALUATE
               IF WS-ADJ-LIMIT = 0
                   DISPLAY "There is nothing left on this account to "
                       "cover a " FUNCTION TRIM (WS-ADJ-TYPE-NAME)
                       "; nothing posted."
               ELSE
                   PERFORM ADJUSTMENT-ENTER-AMOUNT
               END-IF
           END-IF.

       FIND-ADJUSTMENT-PERIOD.
           IF WS-INVP-PERIOD (WS-ADJ-I) = WS-ADJ-PERIOD-INPUT
                   AND WS-INVP-AMOUNT (WS-ADJ-I) > 0
               MOVE WS-ADJ-I TO WS-ADJ-INVP-SLOT
           END-IF.

       ADJUSTMENT-ENTER-AMOUNT.
           MOVE WS-ADJ-LIMIT TO WS-AGE-MONEY-ED
           DISPLAY "Amount (up to " WS-AGE-MONEY-ED "): "
           ACCEPT WS-ADJ-AMT-INPUT
           MOVE 0 TO WS-ADJ-AMOUNT
           IF WS-ADJ-AMT-INPUT NOT = SPACES
               COMPUTE WS-ADJ-AMOUNT =
                   FUNCTION NUMVAL (WS-ADJ-AMT-INPUT)
           END-IF
           IF WS-ADJ-AMOUNT = 0
               DISPLAY "That is not a valid amount; nothing posted."
           ELSE
               IF WS-ADJ-AMOUNT > WS-ADJ-LIMIT
                   DISPLAY "That is more than the account can take "
                       "for a " FUNCTION TRIM (WS-ADJ-TYPE-NAME)
                       "; nothing posted."
               ELSE
                   PERFORM ADJUSTMENT-CHOOSE-REASON
               END-IF
           END-IF.

       ADJUSTMENT-CHOOSE-REASON.
           DISPLAY "Reason codes:"
           PERFORM LIST-ADJUSTMENT-REASON
               VARYING WS-RSN-I FROM 1 BY 1
                   UNTIL WS-RSN-I > WS-RSN-COUNT
           DISPLAY "Reason code: "
           ACCEPT WS-ADJ-REASON-INPUT
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM (WS-ADJ-REASON-INPUT))
               TO WS-ADJ-REASON-INPUT
           MOVE 0 TO WS-RSN-SLOT
           PERFORM FIND-ADJUSTMENT-REASON
               VARYING WS-RSN-I FROM 1 BY 1
                   UNTIL WS-RSN-I > WS-RSN-COUNT
           IF WS-RSN-SLOT = 0
               DISPLAY "A reason code from the list is required; "
                   "nothing posted."
           ELSE
               MOVE SPACES TO WS-TILL-TENDER-INPUT
               MOVE "Y" TO WS-TILL-TENDER-OK
               IF WS-ADJ-TYPE-INPUT = "REF"
                   PERFORM PROMPT-TENDER-TYPE
               END-IF
               IF WS-TILL-TENDER-OK = "Y"
                   PERFORM ADJUSTMENT-CONFIRM-POST
               END-IF
           END-IF.

       ADJUSTMENT-CONFIRM-POST.
           MOVE WS-ADJ-AMOUNT TO WS-AGE-MONEY-ED
           DISPLAY "Post a " FUNCTION TRIM (WS-ADJ-TYPE-NAME)
               " of " WS-AGE-MONEY-ED " against period "
               WS-ADJ-PERIOD-INPUT " for "
               FUNCTION TRIM (CM-NAME) " (Y/N)? "
           ACCEPT WS-MASTER-CONFIRM
           IF FUNCTION UPPER-CASE (WS-MASTER-CONFIRM) = "Y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
               MOVE WS-CURRENT-DATE-FIELD (1:8)
                   TO WS-LEDGER-DATE-FIELD
               MOVE CM-CLIENT-ID TO WS-LEDGER-CLIENT-FIELD
               MOVE WS-ADJ-TYPE-INPUT TO WS-LEDGER-TYPE-FIELD
               MOVE WS-ADJ-AMOUNT TO WS-LEDGER-AMT-OUT
               MOVE WS-ADJ-PERIOD-INPUT TO WS-LEDGER-PERIOD-FIELD
               MOVE WS-RSN-CODE (WS-RSN-SLOT)
                   TO WS-LEDGER-REASON-FIELD
               MOVE WS-TILL-TENDER-INPUT TO WS-LEDGER-TENDER-FIELD
               MOVE SPACES TO WS-LEDGER-REF-FIELD
               PERFORM APPEND-LEDGER-ROW
               DISPLAY "Posted " FUNCTION TRIM (WS-ADJ-TYPE-NAME)
                   " of " WS-AGE-MONEY-ED " for "
                   FUNCTION TRIM (CM-NAME) "."
           ELSE
               DISPLAY "Nothing posted."
           END-IF.

       LIST-ADJUSTMENT-REASON.
           PERFORM CHECK-REASON-APPLIES
           IF WS-RSN-HITS > 0
               DISPLAY "  " WS-RSN-CODE (WS-RSN-I) "  "
                   FUNCTION TRIM (WS-RSN-DESC (WS-RSN-I))
           END-IF.

       FIND-ADJUSTMENT-REASON.
           IF WS-RSN-CODE (WS-RSN-I) = WS-ADJ-REASON-INPUT
               PERFORM CHECK-REASON-APPLIES
               IF WS-RSN-HITS > 0
                   MOVE WS-RSN-I TO WS-RSN-SLOT
               END-IF
           END-IF.

       CHECK-REASON-APPLIES.
           MOVE 0 TO WS-RSN-HITS
           IF WS-RSN-TYPES (WS-RSN-I) = SPACES
               MOVE 1 TO WS-RSN-HITS
           ELSE
               INSPECT WS-RSN-TYPES (WS-RSN-I)
                   TALLYING WS-RSN-HITS FOR ALL WS-ADJ-TYPE-INPUT
           END-IF.

       LOAD-REASON-TABLE.
           MOVE 0 TO WS-RSN-COUNT
           MOVE "N" TO WS-RSN-EOF
           OPEN INPUT REASON-FILE
           IF WS-REASON-FILE-STATUS = "35"
               DISPLAY "WARNING: adjust-reasons.dat is missing."
           ELSE
               PERFORM UNTIL WS-RSN-EOF = "Y"
                   READ REASON-FILE
                       AT END
                           MOVE "Y" TO WS-RSN-EOF
                       NOT AT END
                           PERFORM LOAD-REASON-ROW
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
           END-IF.

       LOAD-REASON-ROW.
           IF REASON-RECORD NOT = SPACES
                   AND WS-RSN-COUNT < 30
               MOVE SPACES TO WS-RSN-CODE-FIELD
               MOVE SPACES TO WS-RSN-DESC-FIELD
               MOVE SPACES TO WS-RSN-TYPES-FIELD
               UNSTRING REASON-RECORD
                   DELIMITED BY "|"
                   INTO WS-RSN-CODE-FIELD
                        WS-RSN-DESC-FIELD
                        WS-RSN-TYPES-FIELD
               ADD 1 TO WS-RSN-COUNT
               MOVE FUNCTION UPPER-CASE (WS-RSN-CODE-FIELD)
                   TO WS-RSN-CODE (WS-RSN-COUNT)
               MOVE WS-RSN-DESC-FIELD TO WS-RSN-DESC (WS-RSN-COUNT)
               MOVE FUNCTION UPPER-CASE (WS-RSN-TYPES-FIELD)
                   TO WS-RSN-TYPES (WS-RSN-COUNT)
               MOVE 0 TO WS-RSN-ROWS (WS-RSN-COUNT)
               MOVE 0 TO WS-RSN-CRN (WS-RSN-COUNT)
               MOVE 0 TO WS-RSN-REF (WS-RSN-COUNT)
               MOVE 0 TO WS-RSN-WOF (WS-RSN-COUNT)
           END-IF.

       RUN-ADJUSTMENT-JOURNAL.
           DISPLAY "Ledger adjustments journal"
           DISPLAY "Enter period YYYYMM (blank for the current "
               "month): "
           ACCEPT WS-ADJ-PERIOD
           IF WS-ADJ-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-FIELD
               MOVE WS-CURRENT-DATE-FIELD (1:6) TO WS-ADJ-PERIOD
           END-IF
           PERFORM LOAD-REASON-TABLE
           PERFORM LOAD-STAFF-TABLE
           MOVE 0 TO WS-ADJ-RDR-COUNT
           MOVE 0 TO WS-ADJ-ROWS
           MOVE 0 TO WS-ADJ-TOT-CRN
           MOVE 0 TO WS-ADJ-TOT-REF
           MOVE 0 TO WS-ADJ-TOT-WOF
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE
           MOVE SPACES TO WS-ADJ-LINE
           STRING "=== Ledger Adjustments Journal for period "
                      DELIMITED SIZE
                  WS-ADJ-PERIOD DELIMITED SIZE
                  " ===" DELIMITED SIZE
                  INTO WS-ADJ-LINE
           MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO WS-ADJ-LINE
           MOVE "Date" TO WS-ADJ-LINE (1:4)
           MOVE "Client" TO WS-ADJ-LINE (11:6)
           MOVE "Type" TO WS-ADJ-LINE (32:4)
           MOVE "    Amount" TO WS-ADJ-LINE (37:10)
           MOVE "Period" TO WS-ADJ-LINE (49:6)
           MOVE "Reason" TO WS-ADJ-LINE (57:6)
           MOVE "Reader" TO WS-ADJ-LINE (70:6)
           MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE "N" TO WS-ADJ-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ADJ-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-ADJ-EOF
                       NOT AT END
                           PERFORM JOURNAL-ADJUSTMENT-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF WS-ADJ-ROWS = 0
               MOVE SPACES TO WS-ADJ-LINE
               STRING "No credit notes, refunds or write-offs were "
                          DELIMITED SIZE
                      "posted in this period." DELIMITED SIZE
                      INTO WS-ADJ-LINE
               MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
               WRITE ADJUSTMENT-REPORT-RECORD
           ELSE
               PERFORM WRITE-ADJUSTMENT-TOTALS
           END-IF
           CLOSE ADJUSTMENT-REPORT-FILE
           DISPLAY "Adjustments journal written to "
               "adjustment-journal.dat (" WS-ADJ-ROWS " row(s))".

       JOURNAL-ADJUSTMENT-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF WS-LEDGER-DATE-FIELD (1:6) = WS-ADJ-PERIOD
               IF WS-LEDGER-TYPE-FIELD = "CRN"
                       OR WS-LEDGER-TYPE-FIELD = "REF"
                       OR WS-LEDGER-TYPE-FIELD = "WOF"
                   ADD 1 TO WS-ADJ-ROWS
                   MOVE SPACES TO WS-ADJ-LINE
                   MOVE WS-LEDGER-DATE-FIELD TO WS-ADJ-LINE (1:8)
                   MOVE WS-LEDGER-CLIENT-FIELD TO WS-ADJ-LINE (11:20)
                   MOVE WS-LEDGER-TYPE-FIELD TO WS-ADJ-LINE (32:3)
                   MOVE WS-LEDGER-AMOUNT TO WS-ADJ-MONEY-ED
                   MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (37:10)
                   MOVE WS-LEDGER-PERIOD-FIELD TO WS-ADJ-LINE (49:6)
                   MOVE WS-LEDGER-REASON-FIELD TO WS-ADJ-LINE (57:12)
                   MOVE WS-LEDGER-READER-FIELD TO WS-ADJ-LINE (70:8)
                   MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
                   WRITE ADJUSTMENT-REPORT-RECORD
                   PERFORM TALLY-ADJUSTMENT-REASON
                   PERFORM TALLY-ADJUSTMENT-READER
                   EVALUATE WS-LEDGER-TYPE-FIELD
                       WHEN "CRN"
                           ADD WS-LEDGER-AMOUNT TO WS-ADJ-TOT-CRN
                       WHEN "REF"
                           ADD WS-LEDGER-AMOUNT TO WS-ADJ-TOT-REF
                       WHEN OTHER
                           ADD WS-LEDGER-AMOUNT TO WS-ADJ-TOT-WOF
                   END-EVALUATE
               END-IF
           END-IF.

       TALLY-ADJUSTMENT-REASON.
           MOVE 0 TO WS-RSN-SLOT
           PERFORM FIND-JOURNAL-REASON
               VARYING WS-RSN-I FROM 1 BY 1
                   UNTIL WS-RSN-I > WS-RSN-COUNT
           IF WS-RSN-SLOT = 0
                   AND WS-RSN-COUNT < 30
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-RSN-SLOT
               MOVE WS-LEDGER-REASON-FIELD TO WS-RSN-CODE (WS-RSN-SLOT)
               MOVE "(not on the reason table)"
                   TO WS-RSN-DESC (WS-RSN-SLOT)
               MOVE SPACES TO WS-RSN-TYPES (WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-ROWS (WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-CRN (WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-REF (WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-WOF (WS-RSN-SLOT)
           END-IF
           IF WS-RSN-SLOT > 0
               ADD 1 TO WS-RSN-ROWS (WS-RSN-SLOT)
               EVALUATE WS-LEDGER-TYPE-FIELD
                   WHEN "CRN"
                       ADD WS-LEDGER-AMOUNT TO WS-RSN-CRN (WS-RSN-SLOT)
                   WHEN "REF"
                       ADD WS-LEDGER-AMOUNT TO WS-RSN-REF (WS-RSN-SLOT)
                   WHEN OTHER
                       ADD WS-LEDGER-AMOUNT TO WS-RSN-WOF (WS-RSN-SLOT)
               END-EVALUATE
           END-IF.

       FIND-JOURNAL-REASON.
           IF WS-RSN-CODE (WS-RSN-I) = WS-LEDGER-REASON-FIELD
               MOVE WS-RSN-I TO WS-RSN-SLOT
           END-IF.

       TALLY-ADJUSTMENT-READER.
           MOVE 0 TO WS-ADJ-RDR-SLOT
           PERFORM FIND-JOURNAL-READER
               VARYING WS-ADJ-I FROM 1 BY 1
                   UNTIL WS-ADJ-I > WS-ADJ-RDR-COUNT
           IF WS-ADJ-RDR-SLOT = 0
                   AND WS-ADJ-RDR-COUNT < 20
               ADD 1 TO WS-ADJ-RDR-COUNT
               MOVE WS-ADJ-RDR-COUNT TO WS-ADJ-RDR-SLOT
               MOVE WS-LEDGER-READER-FIELD
                   TO WS-ADJ-RDR-ID (WS-ADJ-RDR-SLOT)
               MOVE 0 TO WS-ADJ-RDR-ROWS (WS-ADJ-RDR-SLOT)
               MOVE 0 TO WS-ADJ-RDR-CRN (WS-ADJ-RDR-SLOT)
               MOVE 0 TO WS-ADJ-RDR-REF (WS-ADJ-RDR-SLOT)
               MOVE 0 TO WS-ADJ-RDR-WOF (WS-ADJ-RDR-SLOT)
           END-IF
           IF WS-ADJ-RDR-SLOT > 0
               ADD 1 TO WS-ADJ-RDR-ROWS (WS-ADJ-RDR-SLOT)
               EVALUATE WS-LEDGER-TYPE-FIELD
                   WHEN "CRN"
                       ADD WS-LEDGER-AMOUNT
                           TO WS-ADJ-RDR-CRN (WS-ADJ-RDR-SLOT)
                   WHEN "REF"
                       ADD WS-LEDGER-AMOUNT
                           TO WS-ADJ-RDR-REF (WS-ADJ-RDR-SLOT)
                   WHEN OTHER
                       ADD WS-LEDGER-AMOUNT
                           TO WS-ADJ-RDR-WOF (WS-ADJ-RDR-SLOT)
               END-EVALUATE
           END-IF.

       FIND-JOURNAL-READER.
           IF WS-ADJ-RDR-ID (WS-ADJ-I) = WS-LEDGER-READER-FIELD
               MOVE WS-ADJ-I TO WS-ADJ-RDR-SLOT
           END-IF.

       WRITE-ADJUSTMENT-TOTALS.
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE "=== Totals by reason ===" TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO WS-ADJ-LINE
           MOVE "Reason" TO WS-ADJ-LINE (1:6)
           MOVE "Description" TO WS-ADJ-LINE (14:11)
           MOVE "   Rows" TO WS-ADJ-LINE (46:7)
           MOVE "   Credits" TO WS-ADJ-LINE (55:10)
           MOVE "   Refunds" TO WS-ADJ-LINE (67:10)
           MOVE "Write-offs" TO WS-ADJ-LINE (79:10)
           MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           PERFORM WRITE-ADJUSTMENT-REASON-LINE
               VARYING WS-RSN-I FROM 1 BY 1
                   UNTIL WS-RSN-I > WS-RSN-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE "=== Totals by reader ===" TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO WS-ADJ-LINE
           MOVE "Reader" TO WS-ADJ-LINE (1:6)
           MOVE "Name" TO WS-ADJ-LINE (14:4)
           MOVE "   Rows" TO WS-ADJ-LINE (46:7)
           MOVE "   Credits" TO WS-ADJ-LINE (55:10)
           MOVE "   Refunds" TO WS-ADJ-LINE (67:10)
           MOVE "Write-offs" TO WS-ADJ-LINE (79:10)
           MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           PERFORM WRITE-ADJUSTMENT-READER-LINE
               VARYING WS-ADJ-I FROM 1 BY 1
                   UNTIL WS-ADJ-I > WS-ADJ-RDR-COUNT
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO WS-ADJ-LINE
           MOVE "Period totals" TO WS-ADJ-LINE (1:13)
           MOVE WS-ADJ-ROWS TO WS-ADJ-COUNT-ED
           MOVE WS-ADJ-COUNT-ED TO WS-ADJ-LINE (46:7)
           MOVE WS-ADJ-TOT-CRN TO WS-ADJ-MONEY-ED
           MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (55:10)
           MOVE WS-ADJ-TOT-REF TO WS-ADJ-MONEY-ED
           MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (67:10)
           MOVE WS-ADJ-TOT-WOF TO WS-ADJ-MONEY-ED
           MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (79:10)
           MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       WRITE-ADJUSTMENT-REASON-LINE.
           IF WS-RSN-ROWS (WS-RSN-I) > 0
               MOVE SPACES TO WS-ADJ-LINE
               MOVE WS-RSN-CODE (WS-RSN-I) TO WS-ADJ-LINE (1:12)
               MOVE WS-RSN-DESC (WS-RSN-I) TO WS-ADJ-LINE (14:31)
               MOVE WS-RSN-ROWS (WS-RSN-I) TO WS-ADJ-COUNT-ED
               MOVE WS-ADJ-COUNT-ED TO WS-ADJ-LINE (46:7)
               MOVE WS-RSN-CRN (WS-RSN-I) TO WS-ADJ-MONEY-ED
               MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (55:10)
               MOVE WS-RSN-REF (WS-RSN-I) TO WS-ADJ-MONEY-ED
               MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (67:10)
               MOVE WS-RSN-WOF (WS-RSN-I) TO WS-ADJ-MONEY-ED
               MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (79:10)
               MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
               WRITE ADJUSTMENT-REPORT-RECORD
           END-IF.

       WRITE-ADJUSTMENT-READER-LINE.
           MOVE WS-ADJ-RDR-ID (WS-ADJ-I) TO WS-COM-READER
           MOVE 0 TO WS-COM-STF-SLOT
           PERFORM FIND-STAFF-SLOT
               VARYING WS-COM-STF-I FROM 1 BY 1
                   UNTIL WS-COM-STF-I > WS-STF-COUNT
           MOVE SPACES TO WS-ADJ-LINE
           MOVE WS-ADJ-RDR-ID (WS-ADJ-I) TO WS-ADJ-LINE (1:8)
           IF WS-COM-STF-SLOT > 0
               MOVE WS-STF-NAME (WS-COM-STF-SLOT) TO WS-ADJ-LINE (14:31)
           ELSE
               MOVE "(not on the staff file)" TO WS-ADJ-LINE (14:31)
           END-IF
           MOVE WS-ADJ-RDR-ROWS (WS-ADJ-I) TO WS-ADJ-COUNT-ED
           MOVE WS-ADJ-COUNT-ED TO WS-ADJ-LINE (46:7)
           MOVE WS-ADJ-RDR-CRN (WS-ADJ-I) TO WS-ADJ-MONEY-ED
           MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (55:10)
           MOVE WS-ADJ-RDR-REF (WS-ADJ-I) TO WS-ADJ-MONEY-ED
           MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (67:10)
           MOVE WS-ADJ-RDR-WOF (WS-ADJ-I) TO WS-ADJ-MONEY-ED
           MOVE WS-ADJ-MONEY-ED TO WS-ADJ-LINE (79:10)
           MOVE WS-ADJ-LINE TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       SHOW-READING-NOTE.
           IF WS-NOTES-AVAILABLE = "Y"
               MOVE CR-CLIENT-ID TO NOTE-CLIENT-ID
               (FUNCTION TRIM (WS-MASTER-ID-INPUT))
               TO WS-MASTER-ID-INPUT
           PERFORM READ-CLIENT-MASTER
           PERFORM CHECK-TILL-CLOSED-TODAY
           IF WS-MASTER-FOUND = "N"
               DISPLAY "No client on file with ID "
                   FUNCTION TRIM (WS-MASTER-ID-INPUT) "."
           IF CM-STATUS NOT = "A"
               DISPLAY "Client " FUNCTION TRIM (CM-NAME)
                   " is inactive and cannot buy a voucher."
           ELSE
           IF WS-TILL-DAY-CLOSED = "Y"
               DISPLAY "Today's till has been closed; no more "
                   "vouchers can be sold today."
           ELSE
               DISPLAY "Client: " FUNCTION TRIM (CM-NAME)
               PERFORM SELL-VOUCHER-DETAILS
           END-IF
           END-IF
           END-IF
           DISPLAY "-------------------"
           DISPLAY "Press Enter to return to the menu."
           ACCEPT WS-MENU-CHOICE.
                   ELSE
                       DISPLAY "Value per use: "
                       ACCEPT WS-VCH-VALUE-INPUT
                       PERFORM PROMPT-TENDER-TYPE
                       IF WS-TILL-TENDER-OK = "Y"
                           PERFORM WRITE-VOUCHER-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   DISPLAY "Voucher " FUNCTION TRIM (VCH-NUMBER)
                       " sold to " FUNCTION TRIM (CM-NAME)
                       " with " VCH-USES-LEFT " use(s)."
                   PERFORM POST-VOUCHER-SALE
           END-WRITE
           CLOSE VOUCHER-FILE.

       POST-VOUCHER-SALE.
           COMPUTE WS-VCH-SALE-AMOUNT =
               VCH-USES-LEFT * VCH-UNIT-VALUE
           IF WS-VCH-SALE-AMOUNT > 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELD
               MOVE WS-CURRENT-DATE-FIELD (1:8)
                   TO WS-LEDGER-DATE-FIELD
               MOVE VCH-CLIENT-ID TO WS-LEDGER-CLIENT-FIELD
               MOVE "VCH" TO WS-LEDGER-TYPE-FIELD
               MOVE WS-VCH-SALE-AMOUNT TO WS-LEDGER-AMT-OUT
               MOVE WS-CURRENT-DATE-FIELD (1:6)
                   TO WS-LEDGER-PERIOD-FIELD
               MOVE SPACES TO WS-LEDGER-REASON-FIELD
               MOVE WS-TILL-TENDER-INPUT TO WS-LEDGER-TENDER-FIELD
               MOVE VCH-NUMBER TO WS-LEDGER-REF-FIELD
               PERFORM APPEND-LEDGER-ROW
               MOVE WS-VCH-SALE-AMOUNT TO WS-VCH-MONEY-ED
               DISPLAY "Take " WS-VCH-MONEY-ED " ("
                   FUNCTION TRIM (WS-TILL-TENDER-INPUT)
                   ") for the voucher."
           END-IF.

       OFFER-VOUCHER-REDEMPTION.
           MOVE "N" TO WS-VCH-REDEEM-FLAG
           MOVE SPACES TO WS-VCH-NUMBER-USED
                       TO WS-RED-CLIENT (WS-RED-COUNT)
                   MOVE WS-RED-TS-FIELD
                       TO WS-RED-TS (WS-RED-COUNT)
                   MOVE WS-RED-VCH-FIELD
                       TO WS-RED-VCH (WS-RED-COUNT)
               ELSE
                   IF WS-RED-OVERFLOW = "N"
                       MOVE "Y" TO WS-RED-OVERFLOW
           IF WS-RED-CLIENT (WS-RED-I) = CR-CLIENT-ID
                   AND WS-RED-TS (WS-RED-I) = CR-TIMESTAMP
               MOVE "Y" TO WS-RED-MATCH
               MOVE WS-RED-I TO WS-RED-SLOT
           END-IF.

       WRITE-REDEEMED-LINE-ITEM.
       RUN-VOUCHER-REPORT.
           MOVE 0 TO WS-VCH-TOTAL-LIAB
           MOVE 0 TO WS-VCH-COUNT
           MOVE 0 TO WS-VCH-REDEEMED
           MOVE 0 TO WS-VCH-TIED-LIAB
           MOVE 0 TO WS-VCH-UNTIED-LIAB
           PERFORM LOAD-REDEMPTION-TABLE
           PERFORM LOAD-VOUCHER-SALES
           MOVE "N" TO WS-VCH-EOF
           OPEN INPUT VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "35"
                      INTO WS-VCH-LINE
               MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
               WRITE VOUCHER-REPORT-RECORD
               PERFORM WRITE-VOUCHER-TIE-BACK
               CLOSE VOUCHER-REPORT-FILE
               CLOSE VOUCHER-FILE
               DISPLAY "Voucher liability report written to "
           ELSE
               MOVE "A" TO CM-STATUS
           END-IF
           MOVE SPACES TO CM-MERGED-INTO
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   MOVE "duplicate client id" TO WS-XCH-REASON

       WRITE-COMMISSION-TYPE-LINE.
           IF WS-COM-KEY-READER (WS-COM-J) = WS-COM-READER
               PERFORM COMPUTE-COMMISSION-GROSS
               MOVE WS-COM-READINGS TO WS-COM-COUNT-ED
               MOVE SPACES TO WS-COM-LINE
               IF WS-COM-PRICE-SLOT > 0
                   MOVE WS-COM-GROSS TO WS-COM-MONEY-ED
                   STRING "  " DELIMITED SIZE
                          WS-COM-TYPE DELIMITED SIZE
               WRITE COMMISSION-REPORT-RECORD
           END-IF.

       COMPUTE-COMMISSION-GROSS.
           MOVE WS-COM-KEY-TYPE (WS-COM-J) TO WS-COM-TYPE
           MOVE WS-COM-TYPE TO WS-CAT-PICK
           PERFORM FIND-CATALOG-SPREAD
           IF WS-CAT-IX > 0
               MOVE WS-CAT-CARDS (WS-CAT-IX) TO WS-COM-TYPE-SIZE
           ELSE
               MOVE 1 TO WS-COM-TYPE-SIZE
           END-IF
           COMPUTE WS-COM-READINGS =
               WS-COM-CARDS (WS-COM-J) / WS-COM-TYPE-SIZE
           MOVE 0 TO WS-COM-PRICE-SLOT
           PERFORM FIND-COMMISSION-PRICE
               VARYING WS-BILL-I FROM 1 BY 1
                   UNTIL WS-BILL-I > WS-PRICE-COUNT
           MOVE 0 TO WS-COM-GROSS
           IF WS-COM-PRICE-SLOT > 0
               COMPUTE WS-COM-GROSS =
                   WS-COM-READINGS
                       * WS-PRICE-AMOUNT (WS-COM-PRICE-SLOT)
           END-IF.

       FIND-COMMISSION-PRICE.
           IF WS-PRICE-TYPE (WS-BILL-I) = WS-COM-TYPE
               MOVE WS-BILL-I TO WS-COM-PRICE-SLOT
                   INTO WS-REC-KEY-PART
                        WS-REC-VAL-PART
               IF WS-REC-KEY-PART NOT = "Deck"
                       AND WS-REC-KEY-PART NOT = "Couple"
                       AND WS-REC-KEY-PART NOT = "BookedBy"
                       AND WS-REC-VAL-PART NOT = SPACES
                       AND WS-REC-NAME-CT < 12
                   ADD 1 TO WS-REC-NAME-CT
               WRITE VOUCHER-REPORT-RECORD
               ADD WS-VCH-OUTSTANDING TO WS-VCH-TOTAL-LIAB
               ADD 1 TO WS-VCH-COUNT
           END-IF
           PERFORM TIE-VOUCHER-TO-LEDGER.

       TIE-VOUCHER-TO-LEDGER.
           MOVE 0 TO WS-VCH-OUTSTANDING
           IF VCH-STATUS = "A" AND VCH-USES-LEFT > 0
               COMPUTE WS-VCH-OUTSTANDING =
                   VCH-USES-LEFT * VCH-UNIT-VALUE
           END-IF
           MOVE 0 TO WS-VCH-SALE-SLOT
           PERFORM FIND-VOUCHER-SALE
               VARYING WS-VCH-I FROM 1 BY 1
                   UNTIL WS-VCH-I > WS-VSALE-COUNT
           IF WS-VCH-SALE-SLOT = 0
               ADD WS-VCH-OUTSTANDING TO WS-VCH-UNTIED-LIAB
           ELSE
               MOVE 0 TO WS-VCH-RED-USES
               PERFORM COUNT-VOUCHER-REDEMPTION
                   VARYING WS-VCH-I FROM 1 BY 1
                       UNTIL WS-VCH-I > WS-RED-COUNT
               COMPUTE WS-VCH-REDEEMED = WS-VCH-REDEEMED
                   + WS-VCH-RED-USES * VCH-UNIT-VALUE
               ADD WS-VCH-OUTSTANDING TO WS-VCH-TIED-LIAB
           END-IF.

       FIND-VOUCHER-SALE.
           IF WS-VSALE-NUMBER (WS-VCH-I) = VCH-NUMBER
               MOVE WS-VCH-I TO WS-VCH-SALE-SLOT
           END-IF.

       COUNT-VOUCHER-REDEMPTION.
           IF WS-RED-VCH (WS-VCH-I) = VCH-NUMBER
               ADD 1 TO WS-VCH-RED-USES
           END-IF.

       LOAD-VOUCHER-SALES.
           MOVE 0 TO WS-VSALE-COUNT
           MOVE 0 TO WS-VCH-LEDGER-SALES
           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LEDGER-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-LEDGER-EOF
                       NOT AT END
                           PERFORM LOAD-VOUCHER-SALE-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       LOAD-VOUCHER-SALE-ROW.
           PERFORM PARSE-LEDGER-ROW
           IF WS-LEDGER-TYPE-FIELD = "VCH"
                   AND WS-LEDGER-REF-FIELD NOT = SPACES
               ADD WS-LEDGER-AMOUNT TO WS-VCH-LEDGER-SALES
               MOVE 0 TO WS-VCH-SALE-SLOT
               PERFORM FIND-LEDGER-VOUCHER-SALE
                   VARYING WS-VCH-I FROM 1 BY 1
                       UNTIL WS-VCH-I > WS-VSALE-COUNT
               IF WS-VCH-SALE-SLOT = 0
                       AND WS-VSALE-COUNT < 500
                   ADD 1 TO WS-VSALE-COUNT
                   MOVE WS-VSALE-COUNT TO WS-VCH-SALE-SLOT
                   MOVE WS-LEDGER-REF-FIELD
                       TO WS-VSALE-NUMBER (WS-VCH-SALE-SLOT)
                   MOVE 0 TO WS-VSALE-AMOUNT (WS-VCH-SALE-SLOT)
               END-IF
               IF WS-VCH-SALE-SLOT > 0
                   ADD WS-LEDGER-AMOUNT
                       TO WS-VSALE-AMOUNT (WS-VCH-SALE-SLOT)
               END-IF
           END-IF.

       FIND-LEDGER-VOUCHER-SALE.
           IF WS-VSALE-NUMBER (WS-VCH-I) = WS-LEDGER-REF-FIELD
               MOVE WS-VCH-I TO WS-VCH-SALE-SLOT
           END-IF.

       WRITE-VOUCHER-TIE-BACK.
           MOVE SPACES TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           MOVE "Tie-back to money taken (ledger VCH rows):"
               TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           MOVE WS-VCH-LEDGER-SALES TO WS-VCH-SIGNED-ED
           MOVE SPACES TO WS-VCH-LINE
           STRING "  Voucher sales taken:          " DELIMITED SIZE
                  WS-VCH-SIGNED-ED DELIMITED SIZE
                  INTO WS-VCH-LINE
           MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           MOVE WS-VCH-REDEEMED TO WS-VCH-SIGNED-ED
           MOVE SPACES TO WS-VCH-LINE
           STRING "  Less value redeemed:          " DELIMITED SIZE
                  WS-VCH-SIGNED-ED DELIMITED SIZE
                  INTO WS-VCH-LINE
           MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           COMPUTE WS-VCH-TIE-DIFF =
               WS-VCH-LEDGER-SALES - WS-VCH-REDEEMED
           MOVE WS-VCH-TIE-DIFF TO WS-VCH-SIGNED-ED
           MOVE SPACES TO WS-VCH-LINE
           STRING "  Expected liability:           " DELIMITED SIZE
                  WS-VCH-SIGNED-ED DELIMITED SIZE
                  INTO WS-VCH-LINE
           MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           MOVE WS-VCH-TIED-LIAB TO WS-VCH-SIGNED-ED
           MOVE SPACES TO WS-VCH-LINE
           STRING "  Outstanding on those vouchers:" DELIMITED SIZE
                  WS-VCH-SIGNED-ED DELIMITED SIZE
                  INTO WS-VCH-LINE
           MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           COMPUTE WS-VCH-TIE-DIFF =
               WS-VCH-TIED-LIAB - WS-VCH-TIE-DIFF
           MOVE WS-VCH-TIE-DIFF TO WS-VCH-SIGNED-ED
           MOVE SPACES TO WS-VCH-LINE
           IF WS-VCH-TIE-DIFF = 0
               STRING "  Difference:                   " DELIMITED SIZE
                      WS-VCH-SIGNED-ED DELIMITED SIZE
                      "  (ties back)" DELIMITED SIZE
                      INTO WS-VCH-LINE
           ELSE
               STRING "  Difference:                   " DELIMITED SIZE
                      WS-VCH-SIGNED-ED DELIMITED SIZE
                      "  ** does not tie back **" DELIMITED SIZE
                      INTO WS-VCH-LINE
           END-IF
           MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           IF WS-VCH-UNTIED-LIAB > 0
               MOVE WS-VCH-UNTIED-LIAB TO WS-VCH-SIGNED-ED
               MOVE SPACES TO WS-VCH-LINE
               STRING "  Outstanding on vouchers sold before "
                          DELIMITED SIZE
                      "sales were recorded: " DELIMITED SIZE
                      WS-VCH-SIGNED-ED DELIMITED SIZE
                      INTO WS-VCH-LINE
               MOVE WS-VCH-LINE TO VOUCHER-REPORT-RECORD
               WRITE VOUCHER-REPORT-RECORD
           END-IF.
