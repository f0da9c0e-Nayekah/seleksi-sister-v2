               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKORPT-FILE ASSIGN TO "backout.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDP-FILE ASSIGN TO "term_deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TDP-FILE-STATUS.
           SELECT TDP-NEW-FILE ASSIGN TO "term_deposits.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDMAT-FILE ASSIGN TO "td_matured.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDTAX-FILE ASSIGN TO "td_tax.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDLST-FILE ASSIGN TO "td_maturity.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-FILE-STATUS.
           SELECT LOAN-NEW-FILE ASSIGN TO "loans.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LNS-FILE ASSIGN TO "loan_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LNS-FILE-STATUS.
           SELECT LNRPT-FILE ASSIGN TO "loan_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HLD-FILE-STATUS.
           SELECT HLD-NEW-FILE ASSIGN TO "holds.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HLDRPT-FILE ASSIGN TO "hold_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRREG-FILE ASSIGN TO "clearing_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLR-REG-STATUS.
           SELECT CLRREG-NEW-FILE ASSIGN TO "clearing_register.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLROUT-FILE ASSIGN TO "clearing_out.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRIN-FILE ASSIGN TO "clearing_in.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLR-IN-STATUS.
           SELECT CLRRET-FILE ASSIGN TO "clearing_returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRRPT-FILE ASSIGN TO "clearing_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMLPRM-FILE ASSIGN TO "aml_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-PRM-STATUS.
           SELECT AMLCASE-FILE ASSIGN TO "aml_cases.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTR-FILE ASSIGN TO "ctr_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPPRM-FILE ASSIGN TO "dip_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIP-PRM-STATUS.
           SELECT DIP-FILE ASSIGN TO "dip_exposure.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPSUM-FILE ASSIGN TO "dip_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPEXC-FILE ASSIGN TO "dip_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RICPRM-FILE ASSIGN TO "integrity_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RIC-PRM-STATUS.
           SELECT RICRPT-FILE ASSIGN TO "integrity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENPRM-FILE ASSIGN TO "backup_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-PRM-STATUS.
           SELECT GENCAT-FILE ASSIGN TO "generations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-CAT-STATUS.
           SELECT GENCAT-NEW-FILE ASSIGN TO "generations.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENWRK-FILE ASSIGN TO "gen_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-WRK-STATUS.
           SELECT ALRPRM-FILE ASSIGN TO "alert_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-PRM-STATUS.
           SELECT ALRPRF-FILE ASSIGN TO "alert_prefs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-PRF-STATUS.
           SELECT ALRT-FILE ASSIGN TO "alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALREXC-FILE ASSIGN TO "alert_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DORMIN-FILE ASSIGN TO "dormant.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-DRM-STATUS.
           SELECT SOEXIN-FILE ASSIGN TO "so_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-SOX-STATUS.
           SELECT DRW-FILE ASSIGN TO "drawers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRW-FILE-STATUS.
           SELECT DRW-NEW-FILE ASSIGN TO "drawers.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRWRPT-FILE ASSIGN TO "drawer_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPJIN-FILE ASSIGN TO "opjournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRW-OPJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 EODLOG-RECORD         PIC X(100).

       FD PEND-FILE.
       01 PEND-RECORD           PIC X(140).

       FD PEND-NEW-FILE.
       01 PEND-NEW-RECORD       PIC X(140).

       FD AUTHRPT-FILE.
       01 AUTHRPT-RECORD        PIC X(100).
       FD BKORPT-FILE.
       01 BKORPT-RECORD         PIC X(100).

       FD TDP-FILE.
       01 TDP-RECORD            PIC X(80).

       FD TDP-NEW-FILE.
       01 TDP-NEW-RECORD        PIC X(80).

       FD TDMAT-FILE.
       01 TDMAT-RECORD          PIC X(120).

       FD TDTAX-FILE.
       01 TDTAX-RECORD          PIC X(80).

       FD TDLST-FILE.
       01 TDLST-RECORD          PIC X(132).

       FD LOAN-FILE.
       01 LOAN-RECORD           PIC X(130).

       FD LOAN-NEW-FILE.
       01 LOAN-NEW-RECORD       PIC X(130).

       FD LNS-FILE.
       01 LNS-RECORD            PIC X(70).

       FD LNRPT-FILE.
       01 LNRPT-RECORD          PIC X(132).

       FD HLD-FILE.
       01 HLD-RECORD            PIC X(80).

       FD HLD-NEW-FILE.
       01 HLD-NEW-RECORD        PIC X(80).

       FD HLDRPT-FILE.
       01 HLDRPT-RECORD         PIC X(120).

       FD CLRREG-FILE.
       01 CLRREG-RECORD         PIC X(120).

       FD CLRREG-NEW-FILE.
       01 CLRREG-NEW-RECORD     PIC X(120).

       FD CLROUT-FILE.
       01 CLROUT-RECORD         PIC X(120).

       FD CLRIN-FILE.
       01 CLRIN-RECORD          PIC X(120).

       FD CLRRET-FILE.
       01 CLRRET-RECORD         PIC X(120).

       FD CLRRPT-FILE.
       01 CLRRPT-RECORD         PIC X(120).

       FD AMLPRM-FILE.
       01 AMLPRM-RECORD         PIC X(40).

       FD AMLCASE-FILE.
       01 AMLCASE-RECORD        PIC X(132).

       FD CTR-FILE.
       01 CTR-RECORD            PIC X(120).

       FD DIPPRM-FILE.
       01 DIPPRM-RECORD         PIC X(40).

       FD DIP-FILE.
       01 DIP-RECORD            PIC X(120).

       FD DIPSUM-FILE.
       01 DIPSUM-RECORD         PIC X(80).

       FD DIPEXC-FILE.
       01 DIPEXC-RECORD         PIC X(80).

       FD RICPRM-FILE.
       01 RICPRM-RECORD         PIC X(40).

       FD RICRPT-FILE.
       01 RICRPT-RECORD         PIC X(132).

       FD GENPRM-FILE.
       01 GENPRM-RECORD         PIC X(40).

       FD GENCAT-FILE.
       01 GENCAT-RECORD         PIC X(80).

       FD GENCAT-NEW-FILE.
       01 GENCAT-NEW-RECORD     PIC X(80).

       FD GENWRK-FILE.
       01 GENWRK-RECORD         PIC X(140).

       FD ALRPRM-FILE.
       01 ALRPRM-RECORD         PIC X(40).

       FD ALRPRF-FILE.
       01 ALRPRF-RECORD         PIC X(40).

       FD ALRT-FILE.
       01 ALRT-RECORD           PIC X(132).

       FD ALREXC-FILE.
       01 ALREXC-RECORD         PIC X(80).

       FD DORMIN-FILE.
       01 DORMIN-RECORD         PIC X(100).

       FD SOEXIN-FILE.
       01 SOEXIN-RECORD         PIC X(120).

       FD DRW-FILE.
       01 DRW-RECORD            PIC X(170).

       FD DRW-NEW-FILE.
       01 DRW-NEW-RECORD        PIC X(170).

       FD DRWRPT-FILE.
       01 DRWRPT-RECORD         PIC X(200).

       FD OPJIN-FILE.
       01 OPJIN-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 IN-ACCOUNT            PIC 9(6).
       77 IN-ACTION             PIC X(3).
       77 IN-CURRENCY           PIC X(3).

       77 IN-DEST-ACCOUNT       PIC 9(6).
       77 IN-DETAIL             PIC X(61) VALUE SPACES.

       77 ACC-ACCOUNT           PIC 9(6).
       77 ACC-BALANCE           PIC S9(6)V99.
       77 PEND-DEST             PIC 9(6).
       77 PEND-DATE             PIC X(8).
       77 PEND-NEW-STATUS       PIC X.
       77 PEND-WORK             PIC X(140).
       77 PEND-DETAIL           PIC X(61) VALUE SPACES.
       77 PEND-COUNT            PIC 9(6) VALUE 0.
       77 PEND-AGED-COUNT       PIC 9(6) VALUE 0.
       77 PEND-DATE-NUM         PIC 9(8) VALUE 0.
       77 GL-ACCT-FEEINC        PIC X(6) VALUE "410000".
       77 GL-ACCT-INTINC        PIC X(6) VALUE "420000".
       77 GL-ACCT-INTEXP        PIC X(6) VALUE "510000".
       77 GL-ACCT-LOANS         PIC X(6) VALUE "130000".
       77 GL-ACCT-LNINC         PIC X(6) VALUE "430000".
       77 GL-ACCT-SETTLE        PIC X(6) VALUE "120000".
       77 GL-ACCT-CLRSUSP       PIC X(6) VALUE "190000".
       77 GL-ACCT-OVRSHT        PIC X(6) VALUE "570000".
       77 GL-DEP-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-NEW-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-WDR-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-INT-GROSS          PIC 9(10)V99 VALUE 0.
       77 GL-INT-WTH            PIC 9(10)V99 VALUE 0.
       77 GL-INT-NET            PIC 9(10)V99 VALUE 0.
       77 GL-LND-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-LNP-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-LNI-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-XTF-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-CLO-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-CLI-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-XTI-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-CLB-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-DRO-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-DRS-TOTAL          PIC 9(10)V99 VALUE 0.
       77 GL-DR-TOTAL           PIC 9(12)V99 VALUE 0.
       77 GL-CR-TOTAL           PIC 9(12)V99 VALUE 0.
       77 GL-LINE-AMT           PIC 9(10)V99 VALUE 0.
       77 BKO-T-MAX             PIC 9(4) VALUE 0.
       77 BKO-I                 PIC 9(4) VALUE 0.
       77 BKO-OVERFLOW          PIC X VALUE "N".
       77 BKO-BLOCKED           PIC X VALUE "N".

       77 REJ-REASON-CODE       PIC X(3).
       77 REJ-SOURCE            PIC X(90).

       01 STAT-TABLE.
           05 STAT-ENTRY OCCURS 20 TIMES.
               10 STAT-ACTION       PIC X(3).
               10 STAT-ACCEPTED     PIC 9(6).
               10 STAT-REJECTED     PIC 9(6).
       77 CST-CONTACT           PIC X(15).
       77 CST-OPENED            PIC X(8).

       77 TDP-FILE-STATUS       PIC XX.
       77 TDP-EOF-FLAG          PIC X VALUE "N".
       77 TDP-FOUND             PIC X VALUE "N".
       77 TDP-WORK              PIC X(80).
       77 TDP-ACCOUNT           PIC 9(6) VALUE 0.
       77 TDP-SETTLE-ACCT       PIC 9(6) VALUE 0.
       77 TDP-PRINCIPAL         PIC 9(6)V99 VALUE 0.
       77 TDP-TERM              PIC 9(3) VALUE 0.
       77 TDP-RATE              PIC 9V999 VALUE 0.
       77 TDP-RATE-X            PIC 9.999.
       77 TDP-START-DATE        PIC 9(8) VALUE 0.
       77 TDP-MAT-DATE          PIC 9(8) VALUE 0.
       77 TDP-DISPOSITION       PIC X VALUE "P".
       77 TDP-STATUS            PIC X VALUE "A".
       77 TDP-CHANGE-DATE       PIC 9(8) VALUE 0.
       77 TDP-MIN-PLACEMENT     PIC 9(6)V99 VALUE 1000.00.
       77 TDP-MAX-TERM          PIC 9(3) VALUE 120.
       77 TDP-PENALTY-RATE      PIC 9V999 VALUE 0.010.
       77 TDP-PENALTY           PIC 9(6)V99 VALUE 0.
       77 TDP-PAYOUT            PIC 9(6)V99 VALUE 0.
       77 TDP-INT-GROSS         PIC 9(6)V99 VALUE 0.
       77 TDP-INT-TAX           PIC 9(6)V99 VALUE 0.
       77 TDP-INT-NET           PIC 9(6)V99 VALUE 0.
       77 TDP-RUN-DATE          PIC 9(8) VALUE 0.
       77 TDP-LIST-END          PIC 9(8) VALUE 0.
       77 TDP-LIST-DAYS         PIC 9(3) VALUE 7.
       77 TDP-MATURED-COUNT     PIC 9(6) VALUE 0.
       77 TDP-ROLLED-COUNT      PIC 9(6) VALUE 0.
       77 TDP-PAID-COUNT        PIC 9(6) VALUE 0.
       77 TDP-LIST-COUNT        PIC 9(6) VALUE 0.
       77 TDP-LIST-TOTAL        PIC 9(10)V99 VALUE 0.
       77 TDP-NOTE              PIC X(50).
       77 TDP-AMT-FMT           PIC ZZZ,ZZ9.99.
       77 TDP-INT-FMT           PIC ZZZ,ZZ9.99.
       77 TDP-COUNT-FMT         PIC ZZZ,ZZ9.
       77 TDP-TOTAL-FMT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 TDP-TABLE.
           05 TDP-ENTRY OCCURS 1000 TIMES.
               10 TDP-T-ACCT        PIC 9(6).
               10 TDP-T-RATE        PIC 9V999.
       77 TDP-T-MAX             PIC 9(4) VALUE 0.
       77 TDP-I                 PIC 9(4) VALUE 0.
       77 TDP-IN-TABLE          PIC X VALUE "N".

       77 DTM-DATE              PIC 9(8) VALUE 0.
       77 DTM-MONTHS            PIC 9(3) VALUE 0.
       77 DTM-YR                PIC 9(4) VALUE 0.
       77 DTM-MM                PIC 9(4) VALUE 0.
       77 DTM-DD                PIC 9(4) VALUE 0.
       77 DTM-MMDD              PIC 9(4) VALUE 0.
       77 DTM-TOTAL-MM          PIC 9(6) VALUE 0.

       77 LN-FILE-STATUS        PIC XX.
       77 LN-EOF-FLAG           PIC X VALUE "N".
       77 LN-FOUND              PIC X VALUE "N".
       77 LN-WORK               PIC X(130).
       77 LN-NUMBER             PIC 9(6) VALUE 0.
       77 LN-ACCOUNT            PIC 9(6) VALUE 0.
       77 LN-PRINCIPAL          PIC 9(6)V99 VALUE 0.
       77 LN-RATE               PIC 9V999 VALUE 0.
       77 LN-RATE-X             PIC 9.999.
       77 LN-TERM               PIC 9(3) VALUE 0.
       77 LN-INSTALLMENT        PIC 9(6)V99 VALUE 0.
       77 LN-OUTSTANDING        PIC 9(6)V99 VALUE 0.
       77 LN-ARR-PRIN           PIC 9(6)V99 VALUE 0.
       77 LN-ARR-INT            PIC 9(6)V99 VALUE 0.
       77 LN-PENALTY            PIC 9(6)V99 VALUE 0.
       77 LN-OLDEST-DUE         PIC 9(8) VALUE 0.
       77 LN-NEXT-DUE           PIC 9(8) VALUE 0.
       77 LN-NEXT-INST          PIC 9(3) VALUE 0.
       77 LN-STATUS             PIC X VALUE "A".
       77 LN-BOOK-DATE          PIC 9(8) VALUE 0.
       77 LN-PEN-DATE           PIC 9(8) VALUE 0.
       77 LN-MAX-TERM           PIC 9(3) VALUE 360.
       77 LN-MAX-RATE           PIC 9V999 VALUE 0.500.
       77 LN-PENALTY-RATE       PIC 9V999 VALUE 0.240.
       77 LN-MONTHLY-RATE       PIC 9V9(8) VALUE 0.
       77 LN-FACTOR             PIC 9(9)V9(8) VALUE 0.
       77 LN-RUN-DATE           PIC 9(8) VALUE 0.
       77 LN-DUE-AMT            PIC 9(7)V99 VALUE 0.
       77 LN-AVAIL              PIC 9(7)V99 VALUE 0.
       77 LN-PAID               PIC 9(7)V99 VALUE 0.
       77 LN-PAY-LEFT           PIC 9(7)V99 VALUE 0.
       77 LN-PAY-PEN            PIC 9(6)V99 VALUE 0.
       77 LN-PAY-INT            PIC 9(6)V99 VALUE 0.
       77 LN-PAY-PRIN           PIC 9(6)V99 VALUE 0.
       77 LN-ARR-TOTAL          PIC 9(7)V99 VALUE 0.
       77 LN-ARR-INSTS          PIC 9(3) VALUE 0.
       77 LN-PEN-AMT            PIC 9(6)V99 VALUE 0.
       77 LN-DAYS               PIC 9(5) VALUE 0.
       77 LN-DPD                PIC 9(5) VALUE 0.
       77 LN-BUCKET             PIC X(5).
       77 LN-NOTE               PIC X(40).
       77 LN-DUE-COUNT          PIC 9(6) VALUE 0.
       77 LN-COLLECTED-COUNT    PIC 9(6) VALUE 0.
       77 LN-PARTIAL-COUNT      PIC 9(6) VALUE 0.
       77 LN-MISSED-COUNT       PIC 9(6) VALUE 0.
       77 LN-CLOSED-COUNT       PIC 9(6) VALUE 0.
       77 LN-PORT-COUNT         PIC 9(6) VALUE 0.
       77 LN-PORT-TOTAL         PIC 9(10)V99 VALUE 0.
       77 LN-AMT-FMT            PIC ZZZ,ZZ9.99.
       77 LN-ARR-FMT            PIC ZZZ,ZZ9.99.
       77 LN-PEN-FMT            PIC ZZZ,ZZ9.99.
       77 LN-COUNT-FMT          PIC ZZZ,ZZ9.
       77 LN-TOTAL-FMT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 LN-DPD-FMT            PIC ZZZZ9.

       01 LN-BUCKET-TABLE.
           05 LN-BKT-ENTRY OCCURS 5 TIMES.
               10 LN-BKT-NAME       PIC X(5).
               10 LN-BKT-COUNT      PIC 9(6).
               10 LN-BKT-OUTST      PIC 9(10)V99.
               10 LN-BKT-ARREARS    PIC 9(10)V99.
       77 LN-BKT-I              PIC 9(4) VALUE 0.

       77 LNS-FILE-STATUS       PIC XX.
       77 LNS-EOF-FLAG          PIC X VALUE "N".
       77 LNS-FOUND             PIC X VALUE "N".
       77 LNS-NO                PIC 9(3) VALUE 0.
       77 LNS-DATE              PIC 9(8) VALUE 0.
       77 LNS-BALANCE           PIC 9(6)V99 VALUE 0.
       77 LNS-INSTALLMENT       PIC 9(6)V99 VALUE 0.
       77 LNS-PRIN              PIC 9(6)V99 VALUE 0.
       77 LNS-INT               PIC 9(6)V99 VALUE 0.

       77 HLD-FILE-STATUS       PIC XX.
       77 HLD-EOF-FLAG          PIC X VALUE "N".
       77 HLD-FOUND             PIC X VALUE "N".
       77 HLD-WORK              PIC X(80).
       77 HLD-ACCOUNT           PIC 9(6) VALUE 0.
       77 HLD-ID                PIC 9(6) VALUE 0.
       77 HLD-MAX-ID            PIC 9(6) VALUE 0.
       77 HLD-AMOUNT            PIC 9(6)V99 VALUE 0.
       77 HLD-REASON            PIC X(3).
       77 HLD-REFERENCE         PIC X(16).
       77 HLD-EXPIRY            PIC 9(8) VALUE 0.
       77 HLD-STATUS            PIC X VALUE "A".
       77 HLD-PLACED            PIC 9(8) VALUE 0.
       77 HLD-CHANGE-DATE       PIC 9(8) VALUE 0.
       77 HLD-AS-OF             PIC 9(8) VALUE 0.
       77 HLD-RUN-DATE          PIC 9(8) VALUE 0.
       77 HLD-TOTAL             PIC 9(7)V99 VALUE 0.
       77 HLD-AVAILABLE         PIC S9(7)V99 VALUE 0.
       77 HLD-EXPIRED-COUNT     PIC 9(6) VALUE 0.
       77 HLD-ACTIVE-COUNT      PIC 9(6) VALUE 0.
       77 HLD-ACTIVE-TOTAL      PIC 9(10)V99 VALUE 0.
       77 HLD-AMT-FMT           PIC ZZZ,ZZ9.99.
       77 HLD-HELD-FMT          PIC Z,ZZZ,ZZ9.99.
       77 HLD-AVL-FMT           PIC -,---,--9.99.
       77 HLD-COUNT-FMT         PIC ZZZ,ZZ9.
       77 HLD-TOTAL-FMT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       77 CLR-OWN-BANK          PIC X(8) VALUE "RAIBIDJA".
       77 CLR-REG-STATUS        PIC XX.
       77 CLR-IN-STATUS         PIC XX.
       77 CLR-EOF-FLAG          PIC X VALUE "N".
       77 CLR-FOUND             PIC X VALUE "N".
       77 CLR-WORK              PIC X(120).
       77 CLR-LINE              PIC X(120).
       77 CLR-REF               PIC 9(8) VALUE 0.
       77 CLR-MAX-REF           PIC 9(8) VALUE 0.
       77 CLR-ACCOUNT           PIC 9(6) VALUE 0.
       77 CLR-AMOUNT            PIC 9(6)V99 VALUE 0.
       77 CLR-BANK              PIC X(8).
       77 CLR-BEN-ACCT          PIC X(16).
       77 CLR-BEN-NAME          PIC X(30).
       77 CLR-STATUS            PIC X VALUE "P".
       77 CLR-ENTRY-DATE        PIC 9(8) VALUE 0.
       77 CLR-CHANGE-DATE       PIC 9(8) VALUE 0.
       77 CLR-RUN-DATE          PIC 9(8) VALUE 0.
       77 CLR-IN-AMOUNT         PIC 9(6)V99 VALUE 0.
       77 CLR-POSTED            PIC X VALUE "N".
       77 CLR-RETURN-CODE       PIC X(3).
       77 CLR-NEW-STATUS        PIC X.
       77 CLR-PRESENT           PIC X VALUE "N".
       77 CLR-FILE-OK           PIC X VALUE "N".
       77 CLR-IMPORTED          PIC X VALUE "N".
       77 CLR-REJECT-REASON     PIC X(60).
       77 CLR-EXP-SEQ           PIC 9(3) VALUE 0.
       77 CLR-OUT-NAME          PIC X(32).
       77 CLR-HDR-SEEN          PIC X VALUE "N".
       77 CLR-TRL-SEEN          PIC X VALUE "N".
       77 CLR-SENDER            PIC X(8).
       77 CLR-FILE-DATE         PIC X(8).
       77 CLR-TRL-COUNT         PIC 9(6) VALUE 0.
       77 CLR-TRL-TOTAL         PIC 9(10)V99 VALUE 0.
       77 CLR-TRL-AMT           PIC 9(10).99.
       77 CLR-ITEM-COUNT        PIC 9(6) VALUE 0.
       77 CLR-ITEM-TOTAL        PIC 9(10)V99 VALUE 0.
       77 CLR-OUT-COUNT         PIC 9(6) VALUE 0.
       77 CLR-OUT-TOTAL         PIC 9(10)V99 VALUE 0.
       77 CLR-CR-COUNT          PIC 9(6) VALUE 0.
       77 CLR-CR-TOTAL          PIC 9(10)V99 VALUE 0.
       77 CLR-RTN-COUNT         PIC 9(6) VALUE 0.
       77 CLR-RTN-TOTAL         PIC 9(10)V99 VALUE 0.
       77 CLR-BCK-COUNT         PIC 9(6) VALUE 0.
       77 CLR-BCK-TOTAL         PIC 9(10)V99 VALUE 0.
       77 CLR-SUS-COUNT         PIC 9(6) VALUE 0.
       77 CLR-SUS-TOTAL         PIC 9(10)V99 VALUE 0.
       77 CLR-CHECK-TOTAL       PIC 9(10)V99 VALUE 0.
       77 CLR-NOTE              PIC X(40).
       77 CLR-AMT-FMT           PIC ZZZ,ZZ9.99.
       77 CLR-COUNT-FMT         PIC ZZZ,ZZ9.
       77 CLR-TOTAL-FMT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       77 AML-PRM-STATUS        PIC XX.
       77 AML-EOF-FLAG          PIC X VALUE "N".
       77 AML-PRM-FOUND         PIC X VALUE "N".
       77 AML-CTR-LIMIT         PIC 9(6)V99 VALUE 10000.00.
       77 AML-STR-FLOOR         PIC 9(6)V99 VALUE 8000.00.
       77 AML-STR-COUNT         PIC 9(4) VALUE 2.
       77 AML-DRM-DAYS          PIC 9(5) VALUE 365.
       77 AML-DRM-MIN           PIC 9(6)V99 VALUE 5000.00.
       77 AML-RIO-MIN           PIC 9(6)V99 VALUE 5000.00.
       77 AML-RIO-PCT           PIC 9(3) VALUE 80.
       77 AML-RUN-DATE          PIC 9(8) VALUE 0.
       77 AML-ACTION            PIC X(3).
       77 AML-AMOUNT            PIC 9(6)V99 VALUE 0.
       77 AML-ENTRY-DATE        PIC 9(8) VALUE 0.
       77 AML-WORK-ACCT         PIC 9(6) VALUE 0.
       77 AML-GAP-DAYS          PIC 9(7) VALUE 0.
       77 AML-OVERFLOW          PIC X VALUE "N".
       77 AML-CASE-SEQ          PIC 9(4) VALUE 0.
       77 AML-CASE-RULE         PIC X(3).
       77 AML-CASE-ACCT         PIC 9(6) VALUE 0.
       77 AML-CASE-NATID        PIC X(16).
       77 AML-CASE-AMT          PIC 9(8)V99 VALUE 0.
       77 AML-CASE-NOTE         PIC X(50).
       77 AML-CTR-COUNT         PIC 9(6) VALUE 0.
       77 AML-CTR-TOTAL         PIC 9(10)V99 VALUE 0.
       77 AML-CTR-AMT           PIC 9(8).99.
       77 AML-CTR-LIMIT-X       PIC 9(6).99.
       77 AML-CTR-TRL-AMT       PIC 9(10).99.
       77 AML-AMT-FMT           PIC ZZ,ZZZ,ZZ9.99.
       77 AML-COUNT-FMT         PIC ZZZ,ZZ9.
       77 AML-PCT-FMT           PIC ZZ9.

       01 AML-RULE-TABLE.
           05 AML-RULE-COUNT    PIC 9(6) OCCURS 4 TIMES.

       01 AML-ACCT-TABLE.
           05 AML-A-ENTRY OCCURS 1000 TIMES.
               10 AML-A-ACCT        PIC 9(6).
               10 AML-A-NATID       PIC X(16).
               10 AML-A-NAME        PIC X(30).
               10 AML-A-CASH-IN     PIC 9(8)V99.
               10 AML-A-CASH-OUT    PIC 9(8)V99.
               10 AML-A-CASH-CNT    PIC 9(4).
               10 AML-A-STR-CNT     PIC 9(4).
               10 AML-A-STR-SUM     PIC 9(8)V99.
               10 AML-A-DAY-TOTAL   PIC 9(8)V99.
               10 AML-A-IN-MAX      PIC 9(6)V99.
               10 AML-A-RIO-FLAG    PIC X.
               10 AML-A-PRIOR       PIC 9(8).
       77 AML-A-MAX             PIC 9(4) VALUE 0.
       77 AML-I                 PIC 9(4) VALUE 0.
       77 AML-FOUND-I           PIC 9(4) VALUE 0.

       01 AML-CUST-TABLE.
           05 AML-C-ENTRY OCCURS 1000 TIMES.
               10 AML-C-KEY         PIC X(16).
               10 AML-C-NAME        PIC X(30).
               10 AML-C-FIRST-ACCT  PIC 9(6).
               10 AML-C-ACCTS       PIC 9(3).
               10 AML-C-CASH-IN     PIC 9(8)V99.
               10 AML-C-CASH-OUT    PIC 9(8)V99.
               10 AML-C-CASH-CNT    PIC 9(4).
               10 AML-C-STR-CNT     PIC 9(4).
               10 AML-C-STR-SUM     PIC 9(8)V99.
       77 AML-C-MAX             PIC 9(4) VALUE 0.
       77 AML-J                 PIC 9(4) VALUE 0.
       77 AML-CUST-KEY          PIC X(16).

       77 DIP-PRM-STATUS        PIC XX.
       77 DIP-EOF-FLAG          PIC X VALUE "N".
       77 DIP-PRM-FOUND         PIC X VALUE "N".
       77 DIP-LIMIT             PIC 9(9)V99 VALUE 100000.00.
       77 DIP-MAX-RATE          PIC 9V9999 VALUE 0.0250.
       77 DIP-ACCT-RATE         PIC 9V9999 VALUE 0.
       77 DIP-OVERFLOW          PIC X VALUE "N".
       77 DIP-ACCT-COUNT        PIC 9(6) VALUE 0.
       77 DIP-DPD-COUNT         PIC 9(6) VALUE 0.
       77 DIP-EXC-COUNT         PIC 9(6) VALUE 0.
       77 DIP-EXC-TOTAL         PIC 9(10)V99 VALUE 0.
       77 DIP-EXC-REASON        PIC X(20).
       77 DIP-FULL-COUNT        PIC 9(6) VALUE 0.
       77 DIP-PART-COUNT        PIC 9(6) VALUE 0.
       77 DIP-NONE-COUNT        PIC 9(6) VALUE 0.
       77 DIP-INSURED           PIC 9(10)V99 VALUE 0.
       77 DIP-UNINSURED         PIC 9(10)V99 VALUE 0.
       77 DIP-COVERED           PIC 9(10)V99 VALUE 0.
       77 DIP-TOTAL-BAL         PIC 9(11)V99 VALUE 0.
       77 DIP-TOTAL-INS         PIC 9(11)V99 VALUE 0.
       77 DIP-TOTAL-UNINS       PIC 9(11)V99 VALUE 0.
       77 DIP-TOTAL-RATE        PIC 9(11)V99 VALUE 0.
       77 DIP-AMT-X             PIC 9(10).99.
       77 DIP-TRL-AMT-X         PIC 9(11).99.
       77 DIP-LIMIT-X           PIC 9(9).99.
       77 DIP-RATE-X            PIC 9.9999.
       77 DIP-AMT-FMT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 DIP-TOTAL-FMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 DIP-COUNT-FMT         PIC ZZZ,ZZ9.
       77 DIP-I                 PIC 9(4) VALUE 0.
       77 DIP-FOUND-I           PIC 9(4) VALUE 0.
       77 DIP-D-MAX             PIC 9(4) VALUE 0.

       01 DIP-DEPOSITOR-TABLE.
           05 DIP-D-ENTRY OCCURS 1000 TIMES.
               10 DIP-D-NATID       PIC X(16).
               10 DIP-D-NAME        PIC X(30).
               10 DIP-D-ACCTS       PIC 9(3).
               10 DIP-D-BALANCE     PIC 9(10)V99.
               10 DIP-D-RATE-BAL    PIC 9(10)V99.

       77 RIC-PRM-STATUS        PIC XX.
       77 RIC-EOF-FLAG          PIC X VALUE "N".
       77 RIC-EOD-ENABLED       PIC X VALUE "N".
       77 RIC-CRIT-LIMIT        PIC 9(5) VALUE 0.
       77 RIC-CRIT-COUNT        PIC 9(5) VALUE 0.
       77 RIC-WARN-COUNT        PIC 9(5) VALUE 0.
       77 RIC-OVERFLOW          PIC X VALUE "N".
       77 RIC-WORK-ACCT         PIC 9(6) VALUE 0.
       77 RIC-FOUND-I           PIC 9(5) VALUE 0.
       77 RIC-I                 PIC 9(5) VALUE 0.
       77 RIC-J                 PIC 9(5) VALUE 0.
       77 RIC-A-MAX             PIC 9(5) VALUE 0.
       77 RIC-CODE              PIC X(3).
       77 RIC-SEVERITY          PIC X.
       77 RIC-FILE-NAME         PIC X(20).
       77 RIC-KEY               PIC X(8).
       77 RIC-ACCT              PIC 9(6) VALUE 0.
       77 RIC-NOTE              PIC X(50).
       77 RIC-READ-COUNT        PIC 9(6) VALUE 0.
       77 RIC-CODE-N            PIC 99 VALUE 0.
       77 RIC-AMOUNT            PIC 9(6)V99 VALUE 0.
       77 RIC-COUNT-FMT         PIC ZZ,ZZ9.
       77 RIC-READ-FMT          PIC ZZZ,ZZ9.

       01 RIC-CODE-TABLE.
           05 RIC-CODE-COUNT    PIC 9(5) OCCURS 17 TIMES.

       01 RIC-ACCT-TABLE.
           05 RIC-A-ENTRY OCCURS 5000 TIMES.
               10 RIC-A-ACCT        PIC 9(6).
               10 RIC-A-STATUS      PIC X.
               10 RIC-A-CUST        PIC X.

       01 RIC-OPR-TABLE.
           05 RIC-O-ID          PIC X(8) OCCURS 50 TIMES.
       77 RIC-O-MAX             PIC 9(3) VALUE 0.

       77 GEN-PRM-STATUS        PIC XX.
       77 GEN-CAT-STATUS        PIC XX.
       77 GEN-WRK-STATUS        PIC XX.
       77 GEN-EOF-FLAG          PIC X VALUE "N".
       77 GEN-KEEP              PIC 9(3) VALUE 5.
       77 GEN-NUMBER            PIC 9(4) VALUE 0.
       77 GEN-MAX               PIC 9(4) VALUE 0.
       77 GEN-DIR               PIC X(7).
       77 GEN-DATE              PIC X(8).
       77 GEN-FOUND             PIC X VALUE "N".
       77 GEN-STATUS            PIC X.
       77 GEN-ACTIVE-COUNT      PIC 9(4) VALUE 0.
       77 GEN-EXPIRE-COUNT      PIC 9(4) VALUE 0.
       77 GEN-PRESENT           PIC X VALUE "N".
       77 GEN-COUNT             PIC 9(7) VALUE 0.
       77 GEN-TOTAL             PIC S9(11)V99 VALUE 0.
       77 GEN-TOTAL-X           PIC 9(11).99.
       77 GEN-FILE-COUNT        PIC 9(3) VALUE 0.
       77 GEN-MISMATCH          PIC 9(3) VALUE 0.
       77 GEN-I                 PIC 9(3) VALUE 0.
       77 GEN-J                 PIC 9(3) VALUE 0.
       77 GEN-F-MAX             PIC 9(3) VALUE 12.
       77 GEN-COUNT-FMT         PIC Z,ZZZ,ZZ9.
       77 GEN-NOTE              PIC X(60).

       01 GEN-FILE-TABLE.
           05 GEN-F-ENTRY OCCURS 12 TIMES.
               10 GEN-F-NAME        PIC X(24).
               10 GEN-F-PRESENT     PIC X.
               10 GEN-F-COUNT       PIC 9(7).
               10 GEN-F-TOTAL       PIC S9(11)V99.

       77 ALR-PRM-STATUS        PIC XX.
       77 ALR-PRF-STATUS        PIC XX.
       77 ALR-DRM-STATUS        PIC XX.
       77 ALR-SOX-STATUS        PIC XX.
       77 ALR-EOF-FLAG          PIC X VALUE "N".
       77 ALR-PRM-FOUND         PIC X VALUE "N".
       77 ALR-LARGE-AMT         PIC 9(6)V99 VALUE 5000.00.
       77 ALR-LOW-BAL           PIC 9(6)V99 VALUE 100.00.
       77 ALR-ACCT              PIC 9(6) VALUE 0.
       77 ALR-TYPE              PIC X(3).
       77 ALR-AMOUNT            PIC 9(8)V99 VALUE 0.
       77 ALR-BALANCE           PIC S9(8)V99 VALUE 0.
       77 ALR-PRIOR-BAL         PIC S9(8)V99 VALUE 0.
       77 ALR-TEXT              PIC X(40).
       77 ALR-ACTION            PIC X(3).
       77 ALR-OPTED             PIC X VALUE "Y".
       77 ALR-SEQ               PIC 9(6) VALUE 0.
       77 ALR-TOTAL             PIC 9(10)V99 VALUE 0.
       77 ALR-OPTOUT-COUNT      PIC 9(6) VALUE 0.
       77 ALR-EXC-COUNT         PIC 9(6) VALUE 0.
       77 ALR-AT-COUNT          PIC 9(3) VALUE 0.
       77 ALR-CHANNEL           PIC X(5).
       77 ALR-AMT-X             PIC 9(8).99.
       77 ALR-BAL-X             PIC 9(8).99.
       77 ALR-TRL-AMT-X         PIC 9(10).99.
       77 ALR-COUNT-FMT         PIC ZZZ,ZZ9.
       77 ALR-AMT-FMT           PIC ZZ,ZZZ,ZZ9.99.
       77 ALR-POS               PIC 9(3) VALUE 0.
       77 ALR-REASON            PIC X(20).
       77 ALR-I                 PIC 9(4) VALUE 0.
       77 ALR-P-MAX             PIC 9(4) VALUE 0.
       77 ALR-T-MAX             PIC 9(2) VALUE 8.
       77 ALR-HDR-OK            PIC X VALUE "N".

       01 ALR-TYPE-TABLE.
           05 ALR-T-ENTRY OCCURS 8 TIMES.
               10 ALR-T-CODE        PIC X(3).
               10 ALR-T-COUNT       PIC 9(6).

       01 ALR-PREF-TABLE.
           05 ALR-P-ENTRY OCCURS 2000 TIMES.
               10 ALR-P-ACCT        PIC 9(6).
               10 ALR-P-TYPE        PIC X(3).
               10 ALR-P-FLAG        PIC X.

       77 DRW-FILE-STATUS       PIC XX.
       77 DRW-OPJ-STATUS        PIC XX.
       77 DRW-EOF-FLAG          PIC X VALUE "N".
       77 DRW-FOUND             PIC X VALUE "N".
       77 DRW-USED              PIC X VALUE "N".
       77 DRW-DENOM-OK          PIC X VALUE "Y".
       77 DRW-OVERFLOW          PIC X VALUE "N".
       77 DRW-SIGN-REQ          PIC X VALUE "N".
       77 DRW-WORK              PIC X(170).
       77 DRW-OPERATOR          PIC X(8).
       77 DRW-DATE              PIC X(8).
       77 DRW-STAT-TEXT         PIC X(8).
       77 DRW-NOTE              PIC X(24).
       77 DRW-OPENING           PIC 9(7)V99 VALUE 0.
       77 DRW-VAULT-OUT         PIC 9(7)V99 VALUE 0.
       77 DRW-VAULT-IN          PIC 9(7)V99 VALUE 0.
       77 DRW-COUNTED           PIC 9(9)V99 VALUE 0.
       77 DRW-COINS             PIC 9(6)V99 VALUE 0.
       77 DRW-AMOUNT            PIC 9(7)V99 VALUE 0.
       77 DRW-EXPECTED          PIC S9(8)V99 VALUE 0.
       77 DRW-DIFF              PIC S9(8)V99 VALUE 0.
       77 DRW-OVER-TOTAL        PIC 9(8)V99 VALUE 0.
       77 DRW-SHORT-TOTAL       PIC 9(8)V99 VALUE 0.
       77 DRW-COUNT-N           PIC 9(5) VALUE 0.
       77 DRW-AMT-EDIT          PIC 9(7).99.
       77 DRW-FMT               PIC Z,ZZZ,ZZ9.99.
       77 DRW-SFMT              PIC -,---,--9.99.
       77 DRW-COUNT-FMT         PIC ZZZ9.
       77 DRW-POS               PIC 9(3) VALUE 0.
       77 DRW-I                 PIC 9(4) VALUE 0.
       77 DRW-SLOT              PIC 9(4) VALUE 0.
       77 DRW-T-MAX             PIC 9(4) VALUE 0.
       77 DRW-OPEN-COUNT        PIC 9(4) VALUE 0.
       77 DRW-BAL-COUNT         PIC 9(4) VALUE 0.
       77 DRW-DIFF-COUNT        PIC 9(4) VALUE 0.
       77 DRW-EXC-COUNT         PIC 9(4) VALUE 0.

       01 DRW-DENOM-TABLE.
           05 DRW-DENOM-VALUE OCCURS 7 TIMES PIC 9(4).

       01 DRW-TABLE.
           05 DRW-T-ENTRY OCCURS 200 TIMES.
               10 DRW-T-RECORD      PIC X(170).
               10 DRW-T-OPERATOR    PIC X(8).
               10 DRW-T-FROM        PIC X(8).
               10 DRW-T-TO          PIC X(8).
               10 DRW-T-STATUS      PIC X.
               10 DRW-T-JNL-DEP     PIC 9(8)V99.
               10 DRW-T-JNL-WDR     PIC 9(8)V99.
               10 DRW-T-LDG-DEP     PIC 9(8)V99.
               10 DRW-T-LDG-WDR     PIC 9(8)V99.

       PROCEDURE DIVISION.

       MAIN.
                   PERFORM LEDGER-CLOSE
               WHEN "--backout"
                   PERFORM BACKOUT-BATCH
               WHEN "--td-maturity"
                   PERFORM TD-MATURITY-RUN
               WHEN "--td-maturity-list"
                   PERFORM TD-MATURITY-LIST-RUN
               WHEN "--loan-collect"
                   PERFORM LOAN-COLLECTION-RUN
               WHEN "--loan-report"
                   PERFORM LOAN-REPORT-RUN
               WHEN "--hold-expiry"
                   PERFORM HOLD-EXPIRY-RUN
               WHEN "--hold-report"
                   PERFORM HOLD-REPORT-RUN
               WHEN "--clearing-out"
                   PERFORM CLEARING-OUT-RUN
               WHEN "--clearing-in"
                   PERFORM CLEARING-IN-RUN
               WHEN "--aml-monitor"
                   PERFORM AML-MONITOR-RUN
               WHEN "--deposit-insurance"
                   PERFORM DEPOSIT-INSURANCE-RUN
               WHEN "--integrity-check"
                   PERFORM INTEGRITY-CHECK-RUN
               WHEN "--snapshot"
                   PERFORM GENERATION-SNAPSHOT-RUN
               WHEN "--restore-generation"
                   PERFORM RESTORE-GENERATION-RUN
               WHEN "--alerts-extract"
                   PERFORM ALERTS-EXTRACT-RUN
               WHEN "--drawer-balance"
                   PERFORM DRAWER-BALANCE-RUN
               WHEN OTHER
                   PERFORM BATCH-BANKING
           END-EVALUATE
                      INTO EODLOG-RECORD
               PERFORM WRITE-EOD-LOG

               MOVE "SNAPSH" TO EOD-PHASE
               PERFORM CHECK-EOD-PHASE
               IF EOD-PHASE-DONE = "Y"
                   PERFORM LOG-EOD-PHASE-SKIPPED
               ELSE
                   PERFORM TAKE-GENERATION
                   MOVE "SNAPSH" TO EOD-PHASE
                   PERFORM RECORD-EOD-PHASE
                   PERFORM LOG-EOD-PHASE-COMPLETE
               END-IF

               MOVE "SORDRS" TO EOD-PHASE
               PERFORM CHECK-EOD-PHASE
               IF EOD-PHASE-DONE = "Y"
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "TDMATR" TO EOD-PHASE
                   PERFORM CHECK-EOD-PHASE
                   IF EOD-PHASE-DONE = "Y"
                       PERFORM LOG-EOD-PHASE-SKIPPED
                   ELSE
                       PERFORM TD-MATURITY-RUN
                       MOVE 7 TO TDP-LIST-DAYS
                       PERFORM TD-MATURITY-LIST
                       MOVE "TDMATR" TO EOD-PHASE
                       PERFORM RECORD-EOD-PHASE
                       PERFORM LOG-EOD-PHASE-COMPLETE
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "LNCOLL" TO EOD-PHASE
                   PERFORM CHECK-EOD-PHASE
                   IF EOD-PHASE-DONE = "Y"
                       PERFORM LOG-EOD-PHASE-SKIPPED
                   ELSE
                       PERFORM LOAN-COLLECTION-RUN
                       MOVE "LNCOLL" TO EOD-PHASE
                       PERFORM RECORD-EOD-PHASE
                       PERFORM LOG-EOD-PHASE-COMPLETE
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "HLDEXP" TO EOD-PHASE
                   PERFORM CHECK-EOD-PHASE
                   IF EOD-PHASE-DONE = "Y"
                       PERFORM LOG-EOD-PHASE-SKIPPED
                   ELSE
                       PERFORM HOLD-EXPIRY-RUN
                       MOVE "HLDEXP" TO EOD-PHASE
                       PERFORM RECORD-EOD-PHASE
                       PERFORM LOG-EOD-PHASE-COMPLETE
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "CLRING" TO EOD-PHASE
                   PERFORM CHECK-EOD-PHASE
                   IF EOD-PHASE-DONE = "Y"
                       PERFORM LOG-EOD-PHASE-SKIPPED
                   ELSE
                       PERFORM CLEARING-RUN
                       IF CLR-PRESENT = "Y" AND CLR-FILE-OK = "N"
                           MOVE SPACES TO EODLOG-RECORD
                           STRING "PHASE CLRING - INBOUND FILE REJECTED: "
                                  DELIMITED SIZE
                                  CLR-REJECT-REASON(1:50)
                                  DELIMITED SIZE
                                  INTO EODLOG-RECORD
                           PERFORM WRITE-EOD-LOG
                       END-IF
                       MOVE "CLRING" TO EOD-PHASE
                       PERFORM RECORD-EOD-PHASE
                       PERFORM LOG-EOD-PHASE-COMPLETE
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "INTACC" TO EOD-PHASE
                   PERFORM CHECK-EOD-PHASE
                       PERFORM LOG-EOD-PHASE-COMPLETE
                   END-IF

                   PERFORM LOAD-INTEGRITY-PARAMS
                   IF RIC-EOD-ENABLED = "Y"
                       MOVE "INTEGR" TO EOD-PHASE
                       PERFORM CHECK-EOD-PHASE
                       IF EOD-PHASE-DONE = "Y"
                           PERFORM LOG-EOD-PHASE-SKIPPED
                       ELSE
                           PERFORM INTEGRITY-CHECK-RUN
                           MOVE "INTEGR" TO EOD-PHASE
                           IF RIC-CRIT-COUNT > RIC-CRIT-LIMIT
                               MOVE "Y" TO EOD-ABORT
                               MOVE RIC-CRIT-COUNT TO RIC-COUNT-FMT
                               MOVE SPACES TO EODLOG-RECORD
                               STRING "PHASE INTEGR FAILED - "
                                      DELIMITED SIZE
                                      RIC-COUNT-FMT
                                      DELIMITED SIZE
                                      " CRITICAL BREAK(S), LIMIT "
                                      DELIMITED SIZE
                                      RIC-CRIT-LIMIT
                                      DELIMITED SIZE
                                      INTO EODLOG-RECORD
                               PERFORM WRITE-EOD-LOG
                               DISPLAY "=== END OF DAY STOPPED: "
                                       "INTEGRITY CHECK FAILED ==="
                           ELSE
                               PERFORM RECORD-EOD-PHASE
                               PERFORM LOG-EOD-PHASE-COMPLETE
                           END-IF
                       END-IF
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "DRWBAL" TO EOD-PHASE
                   PERFORM CHECK-EOD-PHASE
                   IF EOD-PHASE-DONE = "Y"
                       PERFORM LOG-EOD-PHASE-SKIPPED
                   ELSE
                       PERFORM DRAWER-BALANCE-RUN
                       MOVE "DRWBAL" TO EOD-PHASE
                       IF DRW-OVERFLOW = "Y"
                           MOVE "Y" TO EOD-ABORT
                           MOVE SPACES TO EODLOG-RECORD
                           STRING "PHASE DRWBAL FAILED - "
                                  DELIMITED SIZE
                                  "DRAWER TABLE FULL"
                                  DELIMITED SIZE
                                  INTO EODLOG-RECORD
                           PERFORM WRITE-EOD-LOG
                           DISPLAY "=== END OF DAY STOPPED: "
                                   "DRAWER BALANCING INCOMPLETE ==="
                       ELSE IF DRW-OPEN-COUNT > 0
                           MOVE "Y" TO EOD-ABORT
                           MOVE DRW-OPEN-COUNT TO DRW-COUNT-FMT
                           MOVE SPACES TO EODLOG-RECORD
                           STRING "PHASE DRWBAL FAILED - "
                                  DELIMITED SIZE
                                  DRW-COUNT-FMT
                                  DELIMITED SIZE
                                  " TELLER DRAWER(S) STILL OPEN"
                                  DELIMITED SIZE
                                  INTO EODLOG-RECORD
                           PERFORM WRITE-EOD-LOG
                           DISPLAY "=== END OF DAY STOPPED: "
                                   "TELLER DRAWERS STILL OPEN ==="
                       ELSE
                           PERFORM RECORD-EOD-PHASE
                           PERFORM LOG-EOD-PHASE-COMPLETE
                       END-IF
                       END-IF
                   END-IF
               END-IF

               IF EOD-ABORT = "N"
                   MOVE "DAYEND" TO EOD-PHASE
                   PERFORM RECORD-EOD-PHASE
                   MOVE SPACES TO EODLOG-RECORD
                   DISPLAY "CUSTOMER: NO CUSTOMER RECORD ON FILE"
               END-IF
               DISPLAY "STATUS: " INQ-STATUS-TEXT
               DISPLAY "LEDGER BALANCE: " RAI-FORMATTED " RAI"
               MOVE ACC-OD-LIMIT TO INQ-ODL-FMT
               DISPLAY "OVERDRAFT LIMIT: " INQ-ODL-FMT " RAI"
               MOVE INQ-ACCOUNT TO HLD-ACCOUNT
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE HLD-AVAILABLE =
                   ACC-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
               MOVE HLD-TOTAL TO HLD-HELD-FMT
               MOVE HLD-AVAILABLE TO HLD-AVL-FMT
               DISPLAY "HELD AMOUNT: " HLD-HELD-FMT " RAI"
               DISPLAY "AVAILABLE BALANCE: " HLD-AVL-FMT " RAI"
           ELSE
               DISPLAY "ACCOUNT NOT FOUND: " INQ-ACCOUNT
           END-IF.
           WRITE DORM-RECORD

           PERFORM BUILD-ACTIVITY-TABLE
           PERFORM LOAD-TERM-DEPOSIT-TABLE

           PERFORM OPEN-ACCOUNT-STORE
           PERFORM UNTIL DRM-EOF-FLAG = "Y"
                       MOVE "Y" TO DRM-EOF-FLAG
                   NOT AT END
                       PERFORM EXTRACT-ACCOUNT-FIELDS
                       PERFORM LOOKUP-TERM-DEPOSIT-TABLE
                       IF ACC-ACTIVE AND TDP-IN-TABLE = "N"
                           PERFORM LOOKUP-LAST-ACTIVITY
                           IF DRM-OVERFLOW = "Y" AND DRM-IN-TABLE = "N"
                               ADD 1 TO DRM-SKIPPED
                           IF (DRM-ACTION = "NEW" OR DRM-ACTION = "DEP"
                               OR DRM-ACTION = "WDR"
                               OR DRM-ACTION = "TRO"
                               OR DRM-ACTION = "TRI"
                               OR DRM-ACTION = "LNB"
                               OR DRM-ACTION = "XTF"
                               OR DRM-ACTION = "XTI")
                               AND LEDGER-RECORD(34:8) IS NUMERIC
                               MOVE LEDGER-RECORD(34:8)
                                   TO DRM-ENTRY-DATE
                       ADD AUD-AMOUNT TO AUD-T-EXPECTED(AUD-J)
                   WHEN "BTO"
                       ADD AUD-AMOUNT TO AUD-T-EXPECTED(AUD-J)
                   WHEN "LNB"
                       ADD AUD-AMOUNT TO AUD-T-EXPECTED(AUD-J)
                   WHEN "LNR"
                       SUBTRACT AUD-AMOUNT
                           FROM AUD-T-EXPECTED(AUD-J)
                   WHEN "XTF"
                       SUBTRACT AUD-AMOUNT
                           FROM AUD-T-EXPECTED(AUD-J)
                   WHEN "XTI"
                       ADD AUD-AMOUNT TO AUD-T-EXPECTED(AUD-J)
                   WHEN "XTR"
                       ADD AUD-AMOUNT TO AUD-T-EXPECTED(AUD-J)
               END-EVALUATE
           END-IF.

                       WHEN "TRI"
                       WHEN "BWD"
                       WHEN "BTO"
                       WHEN "LNB"
                       WHEN "XTI"
                       WHEN "XTR"
                           ADD LCL-AMOUNT TO LCL-T-BAL(LCL-FOUND-I)
                       WHEN "WDR"
                       WHEN "TRO"
                       WHEN "FEE"
                       WHEN "BDP"
                       WHEN "BTI"
                       WHEN "LNR"
                       WHEN "XTF"
                           SUBTRACT LCL-AMOUNT
                               FROM LCL-T-BAL(LCL-FOUND-I)
                   END-EVALUATE
                       OR LEDGER-RECORD(8:3) = "DEP"
                       OR LEDGER-RECORD(8:3) = "WDR"
                       OR LEDGER-RECORD(8:3) = "TRO"
                       OR LEDGER-RECORD(8:3) = "TRI"
                       OR LEDGER-RECORD(8:3) = "LNB"
                       OR LEDGER-RECORD(8:3) = "XTF"
                       OR LEDGER-RECORD(8:3) = "XTI")
                       AND LEDGER-RECORD(34:8) IS NUMERIC
                       MOVE LEDGER-RECORD(34:8) TO LCL-ENTRY-DATE
                   END-IF
                   IF BKO-OVERFLOW = "Y"
                       DISPLAY "BACKOUT ABORTED: BATCH " BKO-BATCH
                               " EXCEEDS 500 LEDGER ENTRIES"
                   ELSE IF BKO-BLOCKED = "Y"
                       DISPLAY BAT-REJECT-REASON
                   ELSE IF BKO-T-MAX = 0
                       DISPLAY "NO LEDGER ENTRIES FOUND FOR BATCH "
                               BKO-BATCH
                       DISPLAY "=== BATCH " BKO-BATCH " REVERSED: "
                               BKO-COUNT " ENTRY(IES) ==="
                   END-IF
                   END-IF
               END-IF
           END-IF.

       COLLECT-BATCH-ENTRIES.
           MOVE 0 TO BKO-T-MAX
           MOVE "N" TO BKO-OVERFLOW
           MOVE "N" TO BKO-BLOCKED
           MOVE SPACES TO BAT-REJECT-REASON
           MOVE "N" TO BKO-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF LDG-FILE-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO BKO-EOF-FLAG
                   NOT AT END
                       IF LEDGER-RECORD(1:6) IS NUMERIC
                           AND LEDGER-RECORD(61:6) IS NUMERIC
                           AND (LEDGER-RECORD(8:3) = "LNB"
                           OR LEDGER-RECORD(8:3) = "XTF"
                           OR LEDGER-RECORD(8:3) = "FEE")
                           AND BKO-BLOCKED = "N"
                           IF FUNCTION NUMVAL(LEDGER-RECORD(61:6))
                               = BKO-BATCH
                               MOVE "Y" TO BKO-BLOCKED
                               STRING "BACKOUT REFUSED: BATCH "
                                      DELIMITED SIZE
                                      BKO-BATCH DELIMITED SIZE
                                      " HAS " DELIMITED SIZE
                                      LEDGER-RECORD(8:3) DELIMITED SIZE
                                      " ENTRIES THAT CANNOT BE REVERSED"
                                      DELIMITED SIZE
                                      INTO BAT-REJECT-REASON
                           END-IF
                       END-IF
                       IF LEDGER-RECORD(1:6) IS NUMERIC
                           AND LEDGER-RECORD(61:6) IS NUMERIC
                           AND (LEDGER-RECORD(8:3) = "NEW"
           END-PERFORM
           IF LDG-FILE-STATUS = "00" OR LDG-FILE-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF
           IF BKO-BLOCKED = "N" AND BKO-T-MAX > 0
               PERFORM CHECK-BACKOUT-TERM-DEPOSITS
           END-IF.

       CHECK-BACKOUT-TERM-DEPOSITS.
           MOVE "N" TO TDP-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO TDP-EOF-FLAG
           END-IF
           PERFORM UNTIL TDP-EOF-FLAG = "Y" OR BKO-BLOCKED = "Y"
               READ TDP-FILE
                   AT END
                       MOVE "Y" TO TDP-EOF-FLAG
                   NOT AT END
                       IF TDP-RECORD(1:6) IS NUMERIC
                           PERFORM VARYING BKO-I FROM 1 BY 1
                                   UNTIL BKO-I > BKO-T-MAX
                                   OR BKO-BLOCKED = "Y"
                               IF BKO-T-ACCT(BKO-I) = TDP-RECORD(1:6)
                                   MOVE "Y" TO BKO-BLOCKED
                                   STRING "BACKOUT REFUSED: BATCH "
                                          DELIMITED SIZE
                                          BKO-BATCH DELIMITED SIZE
                                          " HAS TERM DEPOSIT ACTIVITY ON "
                                          DELIMITED SIZE
                                          TDP-RECORD(1:6) DELIMITED SIZE
                                          INTO BAT-REJECT-REASON
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF TDP-FILE-STATUS = "00" OR TDP-FILE-STATUS = "10"
               CLOSE TDP-FILE
           END-IF.

       POST-BATCH-REVERSALS.
           MOVE SPACES TO IN-CUST-NAME
           MOVE SPACES TO IN-CUST-NATID
           MOVE SPACES TO IN-CUST-CONTACT
           MOVE SPACES TO IN-DETAIL
           IF IN-ACTION = "DEP" OR IN-ACTION = "WDR"
               MOVE "N" TO UPDATED
               PERFORM NORMAL-BANKING
           MOVE SO-DUE TO SO-DUE-DISPLAY
           MOVE SO-DUE-DISPLAY TO SO-WORK(23:8).

       ADD-MONTHS-TO-DATE.
           DIVIDE DTM-DATE BY 10000 GIVING DTM-YR
               REMAINDER DTM-MMDD
           DIVIDE DTM-MMDD BY 100 GIVING DTM-MM
               REMAINDER DTM-DD
           COMPUTE DTM-TOTAL-MM = DTM-YR * 12 + DTM-MM - 1 + DTM-MONTHS
           DIVIDE DTM-TOTAL-MM BY 12 GIVING DTM-YR
               REMAINDER DTM-MM
           ADD 1 TO DTM-MM
           IF DTM-MM = 2 AND DTM-DD > 28
               MOVE 28 TO DTM-DD
           END-IF
           IF DTM-DD > 30 AND (DTM-MM = 4 OR DTM-MM = 6
               OR DTM-MM = 9 OR DTM-MM = 11)
               MOVE 30 TO DTM-DD
           END-IF
           COMPUTE DTM-DATE = DTM-YR * 10000 + DTM-MM * 100 + DTM-DD.

       BATCH-BANKING.
           PERFORM VALIDATE-BATCH
           IF BAT-EMPTY = "Y"
                   MOVE IN-RECORD(22:30) TO IN-CUST-NAME
                   MOVE IN-RECORD(52:16) TO IN-CUST-NATID
                   MOVE IN-RECORD(68:15) TO IN-CUST-CONTACT
                   MOVE IN-RECORD(22:61) TO IN-DETAIL
                   MOVE IN-RECORD(83:8) TO IN-OPERATOR
                   MOVE IN-RECORD TO REJ-SOURCE
                   PERFORM NORMAL-BANKING
       INTEREST-CALCULATION.
           MOVE 0 TO SKIP-COUNT
           PERFORM INIT-GL-TOTALS
           PERFORM LOAD-TERM-DEPOSIT-TABLE
           IF RESUME-FLAG = "Y"
               PERFORM DETERMINE-RESUME-POINT
           END-IF
                               " Balance: " ACC-BALANCE " RAI"

                       PERFORM SELECT-INTEREST-TIER
                       PERFORM LOOKUP-TERM-DEPOSIT-TABLE

                       IF TDP-IN-TABLE = "Y"
                           MOVE TDP-RATE TO INT-APPLIED-RATE
                           MOVE "TERM" TO INT-APPLIED-TIER
                           MOVE 0 TO INTEREST-GROSS
                           MOVE 0 TO TAX-AMOUNT
                           MOVE 0 TO INTEREST-AMOUNT
                           MOVE 0 TO INT-SIGNED-AMT
                       ELSE
                       IF ACC-BALANCE > 0 AND NOT ACC-CLOSED
                           AND NOT ACC-DORMANT
                           MULTIPLY ACC-BALANCE BY INT-APPLIED-RATE
                           MOVE 0 TO INTEREST-AMOUNT
                           MOVE 0 TO INT-SIGNED-AMT
                       END-IF
                       END-IF
                       END-IF

                       MOVE INT-APPLIED-RATE TO INT-RATE-FMT
                       MOVE INT-SIGNED-AMT TO INT-AMOUNT-FMT

           PERFORM BUILD-EOD-BALANCE-TABLE
           PERFORM LOAD-ACCRUAL-FILE
           PERFORM LOAD-TERM-DEPOSIT-TABLE
           IF ACR-OVERFLOW = "Y"
               DISPLAY "INTEREST ACCRUAL ABORTED: MORE THAN 1000 "
                       "ACCOUNTS - ACCRUAL FILE UNCHANGED"
               IF MATCH-FOUND = "Y" AND NOT ACC-CLOSED
                   MOVE ACR-T-BAL(ACR-I) TO ACC-BALANCE
                   MOVE 0 TO ACR-DAILY
                   PERFORM LOOKUP-TERM-DEPOSIT-TABLE
                   IF TDP-IN-TABLE = "N"
                       IF ACC-BALANCE > 0 AND NOT ACC-DORMANT
                           PERFORM SELECT-INTEREST-TIER
                           COMPUTE ACR-DAILY ROUNDED =
                               ACC-BALANCE * INT-APPLIED-RATE
                               / ACR-DAYS-IN-YEAR
                       ELSE IF ACC-BALANCE < 0
                           COMPUTE ACR-DAILY ROUNDED =
                               ACC-BALANCE * INT-DEBIT-RATE
                               / ACR-DAYS-IN-YEAR
                       END-IF
                       END-IF
                   END-IF
                   IF ACR-DAILY NOT = 0
                       ADD ACR-DAILY TO ACR-T-ACCRUED(ACR-I)
           MOVE 0 TO ACR-REC-COUNT
           MOVE 0 TO INTEREST-ACCT-COUNT
           MOVE "N" TO ACR-EOF-FLAG
           PERFORM LOAD-TERM-DEPOSIT-TABLE

           OPEN INPUT ACCR-FILE
           IF ACR-FILE-STATUS NOT = "00"
               IF ACR-ACCRUED NOT = 0
                   MOVE ACCR-RECORD(1:6) TO ACC-IX-ACCOUNT
                   PERFORM READ-ACCOUNT-RECORD
                   IF MATCH-FOUND = "Y"
                       PERFORM LOOKUP-TERM-DEPOSIT-TABLE
                   END-IF
                   IF MATCH-FOUND = "Y" AND NOT ACC-CLOSED
                       AND TDP-IN-TABLE = "N"
                       IF ACR-ACCRUED > 0
                           MOVE ACR-ACCRUED TO INTEREST-GROSS
                           MULTIPLY INTEREST-GROSS BY TAX-RATE
               MOVE "INVALID AMOUNT: CANNOT BE NEGATIVE" TO OUT-RECORD
               MOVE "R04" TO REJ-REASON-CODE
               PERFORM FINALIZE
           ELSE IF IN-ACTION = "TDO"
               PERFORM OPEN-TERM-DEPOSIT
               PERFORM FINALIZE
           ELSE IF IN-ACTION = "DRO" OR IN-ACTION = "DRC"
               OR IN-ACTION = "DRV"
               PERFORM TELLER-DRAWER-ACTION
               PERFORM FINALIZE
           ELSE
               MOVE IN-ACCOUNT TO ACC-IX-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
       APPLY-ACTION.
           MOVE ACC-BALANCE TO TMP-BALANCE
           MOVE "N" TO UPDATED
           MOVE "N" TO TDP-FOUND
           IF IN-ACTION = "DEP" OR IN-ACTION = "WDR" OR IN-ACTION = "TRF"
               OR IN-ACTION = "TDB" OR IN-ACTION = "LNB"
               OR IN-ACTION = "XTF"
               MOVE ACC-ACCOUNT TO TDP-ACCOUNT
               PERFORM FIND-TERM-DEPOSIT
           END-IF
           MOVE 0 TO HLD-TOTAL
           IF IN-ACTION = "WDR" OR IN-ACTION = "TRF" OR IN-ACTION = "CLS"
               OR IN-ACTION = "TDB" OR IN-ACTION = "XTF"
               MOVE ACC-ACCOUNT TO HLD-ACCOUNT
               PERFORM SUM-ACTIVE-HOLDS
           END-IF

           IF ACC-CLOSED
               MOVE "ACCOUNT CLOSED: NO ACTIVITY ALLOWED" TO OUT-RECORD
               MOVE "R02" TO REJ-REASON-CODE
           ELSE IF ACC-FROZEN AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                   OR IN-ACTION = "TRF" OR IN-ACTION = "TDB"
                   OR IN-ACTION = "LNB" OR IN-ACTION = "XTF")
               MOVE "ACCOUNT FROZEN: DEPOSITS AND WITHDRAWALS NOT ALLOWED"
                   TO OUT-RECORD
               MOVE "R03" TO REJ-REASON-CODE
           ELSE IF TDP-FOUND = "Y" AND (IN-ACTION = "DEP"
                   OR IN-ACTION = "WDR" OR IN-ACTION = "TRF"
                   OR IN-ACTION = "LNB" OR IN-ACTION = "XTF")
               MOVE "TERM DEPOSIT: NO DEPOSITS OR WITHDRAWALS BEFORE MATURITY"
                   TO OUT-RECORD
               MOVE "R24" TO REJ-REASON-CODE
           ELSE
           IF ACC-DORMANT AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
               OR IN-ACTION = "TRF" OR IN-ACTION = "LNB"
               OR IN-ACTION = "XTF")
               MOVE "A" TO ACC-STATUS
           END-IF
           EVALUATE IN-ACTION
                   ELSE IF IN-AMOUNT > TMP-BALANCE + ACC-OD-LIMIT
                       MOVE "INSUFFICIENT BALANCE" TO OUT-RECORD
                       MOVE "R06" TO REJ-REASON-CODE
                   ELSE IF IN-AMOUNT > TMP-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
                       MOVE "INSUFFICIENT AVAILABLE BALANCE: FUNDS ON HOLD"
                           TO OUT-RECORD
                       MOVE "R06" TO REJ-REASON-CODE
                   ELSE
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       PERFORM CALCULATE-IDR-VALUE
                   END-IF
               WHEN "TRF"
                   PERFORM APPLY-TRANSFER
               WHEN "XTF"
                   PERFORM APPLY-EXTERNAL-TRANSFER
               WHEN "TDB"
                   PERFORM BREAK-TERM-DEPOSIT
               WHEN "LNB"
                   PERFORM BOOK-LOAN
               WHEN "HLD"
                   PERFORM PLACE-HOLD
               WHEN "HRL"
                   PERFORM RELEASE-HOLD
               WHEN "ODL"
                   MOVE IN-AMOUNT TO ACC-OD-LIMIT
                   MOVE IN-AMOUNT TO RAI-FORMATTED
                       MOVE "ACCOUNT CLOSURE REJECTED: BALANCE MUST BE ZERO"
                           TO OUT-RECORD
                       MOVE "R17" TO REJ-REASON-CODE
                   ELSE IF HLD-TOTAL > 0
                       MOVE "ACCOUNT CLOSURE REJECTED: ACTIVE HOLDS ON ACCOUNT"
                           TO OUT-RECORD
                       MOVE "R30" TO REJ-REASON-CODE
                   ELSE
                       MOVE "C" TO ACC-STATUS
                       MOVE "ACCOUNT CLOSED" TO OUT-RECORD
                       MOVE "Y" TO UPDATED
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO OUT-RECORD
                   MOVE "R07" TO REJ-REASON-CODE

       APPLY-TRANSFER.
           PERFORM FIND-TRANSFER-DEST
           MOVE IN-DEST-ACCOUNT TO TDP-ACCOUNT
           PERFORM FIND-TERM-DEPOSIT
           IF IN-AMOUNT <= 0
               MOVE "INVALID AMOUNT: MUST BE POSITIVE NUMBER"
                   TO OUT-RECORD
           ELSE IF IN-AMOUNT > TMP-BALANCE + ACC-OD-LIMIT
               MOVE "INSUFFICIENT BALANCE" TO OUT-RECORD
               MOVE "R06" TO REJ-REASON-CODE
           ELSE IF IN-AMOUNT > TMP-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
               MOVE "INSUFFICIENT AVAILABLE BALANCE: FUNDS ON HOLD"
                   TO OUT-RECORD
               MOVE "R06" TO REJ-REASON-CODE
           ELSE IF IN-DEST-ACCOUNT = IN-ACCOUNT
               MOVE "TRANSFER REJECTED: DESTINATION IS SAME ACCOUNT"
                   TO OUT-RECORD
               MOVE "TRANSFER REJECTED: DESTINATION ACCOUNT FROZEN"
                   TO OUT-RECORD
               MOVE "R13" TO REJ-REASON-CODE
           ELSE IF TDP-FOUND = "Y"
               MOVE "TRANSFER REJECTED: DESTINATION IS A TERM DEPOSIT"
                   TO OUT-RECORD
               MOVE "R24" TO REJ-REASON-CODE
           ELSE IF TRF-DEST-BALANCE + IN-AMOUNT > 999999.99
               MOVE "TRANSFER REJECTED: DESTINATION BALANCE WOULD EXCEED MAXIMUM"
                   TO OUT-RECORD
                   END-IF
           END-READ.

       OPEN-TERM-DEPOSIT.
           MOVE "N" TO UPDATED
           MOVE IN-DEST-ACCOUNT TO TDP-ACCOUNT
           PERFORM FIND-TERM-DEPOSIT
           MOVE 0 TO TDP-TERM
           IF IN-DETAIL(7:3) IS NUMERIC
               MOVE IN-DETAIL(7:3) TO TDP-TERM
           END-IF
           MOVE 0 TO TDP-RATE
           IF IN-DETAIL(10:5) NOT = SPACES
               MOVE FUNCTION NUMVAL(IN-DETAIL(10:5)) TO TDP-RATE
           END-IF
           MOVE IN-DETAIL(15:1) TO TDP-DISPOSITION
           IF TDP-DISPOSITION = SPACE
               MOVE "P" TO TDP-DISPOSITION
           END-IF

           MOVE IN-ACCOUNT TO ACC-IX-ACCOUNT
           PERFORM READ-ACCOUNT-RECORD
           IF MATCH-FOUND = "Y"
               MOVE "TERM DEPOSIT REJECTED: ACCOUNT NUMBER IN USE"
                   TO OUT-RECORD
               MOVE "R21" TO REJ-REASON-CODE
           ELSE IF IN-ACCOUNT < MIN-ACCOUNT-NUMBER
               MOVE "TERM DEPOSIT REJECTED: INVALID ACCOUNT NUMBER"
                   TO OUT-RECORD
               MOVE "R08" TO REJ-REASON-CODE
           ELSE IF IN-AMOUNT < TDP-MIN-PLACEMENT
               MOVE "TERM DEPOSIT REJECTED: BELOW MINIMUM PLACEMENT"
                   TO OUT-RECORD
               MOVE "R09" TO REJ-REASON-CODE
           ELSE IF TDP-TERM < 1 OR TDP-TERM > TDP-MAX-TERM
               OR TDP-RATE = 0
               OR (TDP-DISPOSITION NOT = "R" AND TDP-DISPOSITION NOT = "P")
               MOVE "TERM DEPOSIT REJECTED: INVALID TERM, RATE OR DISPOSITION"
                   TO OUT-RECORD
               MOVE "R22" TO REJ-REASON-CODE
           ELSE
               MOVE IN-DEST-ACCOUNT TO HLD-ACCOUNT
               PERFORM SUM-ACTIVE-HOLDS
               MOVE IN-DEST-ACCOUNT TO ACC-IX-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
               IF MATCH-FOUND = "N" OR ACC-CLOSED OR ACC-FROZEN
                   OR TDP-FOUND = "Y"
                   MOVE "TERM DEPOSIT REJECTED: SETTLEMENT ACCOUNT NOT ACTIVE"
                       TO OUT-RECORD
                   MOVE "R23" TO REJ-REASON-CODE
               ELSE IF IN-AMOUNT > AUTH-THRESHOLD AND AUTH-BYPASS = "N"
                   PERFORM QUEUE-PENDING-AUTH
               ELSE IF IN-AMOUNT > ACC-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
                   MOVE "INSUFFICIENT AVAILABLE BALANCE" TO OUT-RECORD
                   MOVE "R06" TO REJ-REASON-CODE
               ELSE
                   PERFORM POST-TERM-DEPOSIT-PLACEMENT
               END-IF
               END-IF
               END-IF
           END-IF.

       POST-TERM-DEPOSIT-PLACEMENT.
           SUBTRACT IN-AMOUNT FROM ACC-BALANCE
           IF ACC-DORMANT
               MOVE "A" TO ACC-STATUS
           END-IF
           MOVE ACC-BALANCE TO REW-BALANCE
           MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
           MOVE ACC-STATUS TO REW-STATUS
           PERFORM REWRITE-ACCOUNT-RECORD
           MOVE IN-DEST-ACCOUNT TO LDG-ENTRY-ACCOUNT
           MOVE "TRO" TO LDG-ENTRY-ACTION
           MOVE IN-AMOUNT TO LDG-AMOUNT-DISPLAY
           MOVE ACC-BALANCE TO LDG-BALANCE-SIGNED
           PERFORM WRITE-LEDGER-ENTRY

           PERFORM APPEND-ACCOUNT
           MOVE IN-DEST-ACCOUNT TO INQ-ACCOUNT
           PERFORM FIND-CUSTOMER-RECORD
           IF CST-FOUND = "Y"
               MOVE CST-NAME TO IN-CUST-NAME
               MOVE CST-NATID TO IN-CUST-NATID
               MOVE CST-CONTACT TO IN-CUST-CONTACT
               PERFORM ADD-CUSTOMER-RECORD
           END-IF

           IF LDG-VALUE-DATE IS NUMERIC
               MOVE LDG-VALUE-DATE TO TDP-START-DATE
           ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE TO TDP-START-DATE
           END-IF
           MOVE TDP-START-DATE TO DTM-DATE
           MOVE TDP-TERM TO DTM-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE DTM-DATE TO TDP-MAT-DATE
           MOVE IN-ACCOUNT TO TDP-ACCOUNT
           MOVE IN-DEST-ACCOUNT TO TDP-SETTLE-ACCT
           MOVE IN-AMOUNT TO TDP-PRINCIPAL
           MOVE "A" TO TDP-STATUS
           MOVE TDP-START-DATE TO TDP-CHANGE-DATE
           PERFORM BUILD-TERM-DEPOSIT-RECORD
           MOVE TDP-WORK TO TDP-RECORD
           CALL "SYSTEM" USING "touch term_deposits.txt"
           OPEN EXTEND TDP-FILE
           WRITE TDP-RECORD
           CLOSE TDP-FILE

           ADD IN-AMOUNT TO GL-TRF-TOTAL
           MOVE "Y" TO UPDATED
           MOVE IN-AMOUNT TO RAI-FORMATTED
           MOVE SPACES TO OUT-RECORD
           STRING "TERM DEPOSIT OPENED | PRINCIPAL: " DELIMITED SIZE
                  RAI-FORMATTED     DELIMITED SIZE
                  " RAI | TERM: "   DELIMITED SIZE
                  TDP-TERM          DELIMITED SIZE
                  " MONTHS | MATURES: " DELIMITED SIZE
                  TDP-MAT-DATE      DELIMITED SIZE
                  INTO OUT-RECORD.

       BREAK-TERM-DEPOSIT.
           IF TDP-FOUND = "N"
               MOVE "NOT AN ACTIVE TERM DEPOSIT" TO OUT-RECORD
               MOVE "R25" TO REJ-REASON-CODE
           ELSE IF HLD-TOTAL > 0
               MOVE "TERM DEPOSIT BREAK REJECTED: ACTIVE HOLDS ON DEPOSIT"
                   TO OUT-RECORD
               MOVE "R30" TO REJ-REASON-CODE
           ELSE
               MOVE TDP-SETTLE-ACCT TO IN-DEST-ACCOUNT
               PERFORM FIND-TRANSFER-DEST
               COMPUTE TDP-PENALTY ROUNDED =
                   TMP-BALANCE * TDP-PENALTY-RATE
               COMPUTE TDP-PAYOUT = TMP-BALANCE - TDP-PENALTY
               IF TRF-DEST-FOUND = "N" OR TRF-DEST-STATUS = "C"
                   OR TRF-DEST-STATUS = "F"
                   MOVE "TERM DEPOSIT BREAK REJECTED: SETTLEMENT ACCOUNT NOT ACTIVE"
                       TO OUT-RECORD
                   MOVE "R23" TO REJ-REASON-CODE
               ELSE IF TRF-DEST-BALANCE + TDP-PAYOUT > 999999.99
                   MOVE "TERM DEPOSIT BREAK REJECTED: SETTLEMENT BALANCE WOULD EXCEED MAXIMUM"
                       TO OUT-RECORD
                   MOVE "R14" TO REJ-REASON-CODE
               ELSE
                   PERFORM POST-TERM-DEPOSIT-BREAK
               END-IF
               END-IF
           END-IF
           END-IF.

       POST-TERM-DEPOSIT-BREAK.
           IF TDP-PENALTY > 0
               SUBTRACT TDP-PENALTY FROM TMP-BALANCE
               MOVE IN-ACCOUNT TO LDG-ENTRY-ACCOUNT
               MOVE "FEE" TO LDG-ENTRY-ACTION
               MOVE TDP-PENALTY TO LDG-AMOUNT-DISPLAY
               MOVE TMP-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY
               ADD TDP-PENALTY TO GL-FEE-TOTAL
           END-IF
           SUBTRACT TDP-PAYOUT FROM TMP-BALANCE
           ADD TDP-PAYOUT TO TRF-DEST-BALANCE
           IF TRF-DEST-STATUS = "D"
               MOVE "A" TO TRF-DEST-STATUS
           END-IF
           MOVE "C" TO ACC-STATUS
           MOVE IN-ACCOUNT TO ACC-IX-ACCOUNT
           MOVE TMP-BALANCE TO REW-BALANCE
           MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
           MOVE ACC-STATUS TO REW-STATUS
           PERFORM REWRITE-ACCOUNT-RECORD
           MOVE IN-DEST-ACCOUNT TO ACC-IX-ACCOUNT
           MOVE TRF-DEST-BALANCE TO REW-BALANCE
           MOVE TRF-DEST-OD-LIMIT TO REW-OD-LIMIT
           MOVE TRF-DEST-STATUS TO REW-STATUS
           PERFORM REWRITE-ACCOUNT-RECORD
           IF TDP-PAYOUT > 0
               MOVE IN-ACCOUNT TO LDG-ENTRY-ACCOUNT
               MOVE "TRO" TO LDG-ENTRY-ACTION
               MOVE TDP-PAYOUT TO LDG-AMOUNT-DISPLAY
               MOVE TMP-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY
               MOVE IN-DEST-ACCOUNT TO LDG-ENTRY-ACCOUNT
               MOVE "TRI" TO LDG-ENTRY-ACTION
               MOVE TDP-PAYOUT TO LDG-AMOUNT-DISPLAY
               MOVE TRF-DEST-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY
               ADD TDP-PAYOUT TO GL-TRF-TOTAL
           END-IF
           MOVE IN-ACCOUNT TO TDP-ACCOUNT
           MOVE "B" TO TDP-STATUS
           IF LDG-VALUE-DATE IS NUMERIC
               MOVE LDG-VALUE-DATE TO TDP-CHANGE-DATE
           ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE TO TDP-CHANGE-DATE
           END-IF
           PERFORM UPDATE-TERM-DEPOSIT-STATUS
           MOVE TDP-PENALTY TO TDP-AMT-FMT
           MOVE TDP-PAYOUT TO RAI-FORMATTED
           MOVE SPACES TO OUT-RECORD
           STRING "TERM DEPOSIT BROKEN | PENALTY: " DELIMITED SIZE
                  TDP-AMT-FMT       DELIMITED SIZE
                  " RAI | PAID TO " DELIMITED SIZE
                  IN-DEST-ACCOUNT   DELIMITED SIZE
                  ": "              DELIMITED SIZE
                  RAI-FORMATTED     DELIMITED SIZE
                  " RAI"            DELIMITED SIZE
                  INTO OUT-RECORD.

       FIND-TERM-DEPOSIT.
           MOVE "N" TO TDP-FOUND
           MOVE "N" TO TDP-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO TDP-EOF-FLAG
           END-IF
           PERFORM UNTIL TDP-EOF-FLAG = "Y" OR TDP-FOUND = "Y"
               READ TDP-FILE
                   AT END
                       MOVE "Y" TO TDP-EOF-FLAG
                   NOT AT END
                       IF TDP-RECORD(1:6) IS NUMERIC
                           AND TDP-RECORD(55:1) = "A"
                           AND TDP-RECORD(1:6) = TDP-ACCOUNT
                           MOVE "Y" TO TDP-FOUND
                           MOVE TDP-RECORD TO TDP-WORK
                           PERFORM EXTRACT-TERM-DEPOSIT-FIELDS
                       END-IF
               END-READ
           END-PERFORM
           IF TDP-FILE-STATUS = "00" OR TDP-FILE-STATUS = "10"
               CLOSE TDP-FILE
           END-IF.

       EXTRACT-TERM-DEPOSIT-FIELDS.
           MOVE TDP-WORK(1:6) TO TDP-ACCOUNT
           IF TDP-WORK(8:6) IS NUMERIC
               MOVE TDP-WORK(8:6) TO TDP-SETTLE-ACCT
           ELSE
               MOVE 0 TO TDP-SETTLE-ACCT
           END-IF
           MOVE FUNCTION NUMVAL(TDP-WORK(15:9)) TO TDP-PRINCIPAL
           IF TDP-WORK(25:3) IS NUMERIC
               MOVE TDP-WORK(25:3) TO TDP-TERM
           ELSE
               MOVE 0 TO TDP-TERM
           END-IF
           MOVE FUNCTION NUMVAL(TDP-WORK(29:5)) TO TDP-RATE
           IF TDP-WORK(35:8) IS NUMERIC
               MOVE TDP-WORK(35:8) TO TDP-START-DATE
           ELSE
               MOVE 0 TO TDP-START-DATE
           END-IF
           IF TDP-WORK(44:8) IS NUMERIC
               MOVE TDP-WORK(44:8) TO TDP-MAT-DATE
           ELSE
               MOVE 0 TO TDP-MAT-DATE
           END-IF
           MOVE TDP-WORK(53:1) TO TDP-DISPOSITION
           MOVE TDP-WORK(55:1) TO TDP-STATUS
           IF TDP-WORK(57:8) IS NUMERIC
               MOVE TDP-WORK(57:8) TO TDP-CHANGE-DATE
           ELSE
               MOVE 0 TO TDP-CHANGE-DATE
           END-IF.

       BUILD-TERM-DEPOSIT-RECORD.
           MOVE SPACES TO TDP-WORK
           MOVE TDP-ACCOUNT TO TDP-WORK(1:6)
           MOVE TDP-SETTLE-ACCT TO TDP-WORK(8:6)
           MOVE TDP-PRINCIPAL TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO TDP-WORK(15:9)
           MOVE TDP-TERM TO TDP-WORK(25:3)
           MOVE TDP-RATE TO TDP-RATE-X
           MOVE TDP-RATE-X TO TDP-WORK(29:5)
           MOVE TDP-START-DATE TO TDP-WORK(35:8)
           MOVE TDP-MAT-DATE TO TDP-WORK(44:8)
           MOVE TDP-DISPOSITION TO TDP-WORK(53:1)
           MOVE TDP-STATUS TO TDP-WORK(55:1)
           MOVE TDP-CHANGE-DATE TO TDP-WORK(57:8).

       UPDATE-TERM-DEPOSIT-STATUS.
           MOVE "N" TO TDP-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO TDP-EOF-FLAG
           END-IF
           OPEN OUTPUT TDP-NEW-FILE
           PERFORM UNTIL TDP-EOF-FLAG = "Y"
               READ TDP-FILE
                   AT END
                       MOVE "Y" TO TDP-EOF-FLAG
                   NOT AT END
                       MOVE TDP-RECORD TO TDP-NEW-RECORD
                       IF TDP-RECORD(1:6) IS NUMERIC
                           AND TDP-RECORD(55:1) = "A"
                           AND TDP-RECORD(1:6) = TDP-ACCOUNT
                           MOVE TDP-STATUS TO TDP-NEW-RECORD(55:1)
                           MOVE TDP-CHANGE-DATE TO TDP-NEW-RECORD(57:8)
                       END-IF
                       WRITE TDP-NEW-RECORD
               END-READ
           END-PERFORM
           IF TDP-FILE-STATUS = "00" OR TDP-FILE-STATUS = "10"
               CLOSE TDP-FILE
           END-IF
           CLOSE TDP-NEW-FILE
           CALL "SYSTEM"
               USING "mv term_deposits.new term_deposits.txt".

       LOAD-TERM-DEPOSIT-TABLE.
           MOVE 0 TO TDP-T-MAX
           MOVE "N" TO TDP-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO TDP-EOF-FLAG
           END-IF
           PERFORM UNTIL TDP-EOF-FLAG = "Y"
               READ TDP-FILE
                   AT END
                       MOVE "Y" TO TDP-EOF-FLAG
                   NOT AT END
                       IF TDP-RECORD(1:6) IS NUMERIC
                           AND TDP-RECORD(55:1) = "A"
                           AND TDP-T-MAX < 1000
                           ADD 1 TO TDP-T-MAX
                           MOVE TDP-RECORD(1:6) TO TDP-T-ACCT(TDP-T-MAX)
                           MOVE FUNCTION NUMVAL(TDP-RECORD(29:5))
                               TO TDP-T-RATE(TDP-T-MAX)
                       END-IF
               END-READ
           END-PERFORM
           IF TDP-FILE-STATUS = "00" OR TDP-FILE-STATUS = "10"
               CLOSE TDP-FILE
           END-IF.

       LOOKUP-TERM-DEPOSIT-TABLE.
           MOVE "N" TO TDP-IN-TABLE
           PERFORM VARYING TDP-I FROM 1 BY 1
                   UNTIL TDP-I > TDP-T-MAX OR TDP-IN-TABLE = "Y"
               IF TDP-T-ACCT(TDP-I) = ACC-ACCOUNT
                   MOVE "Y" TO TDP-IN-TABLE
                   MOVE TDP-T-RATE(TDP-I) TO TDP-RATE
               END-IF
           END-PERFORM.

       TD-MATURITY-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO TDP-RUN-DATE
           MOVE "SYSTEM" TO IN-OPERATOR
           MOVE 0 TO LDG-ENTRY-BATCH
           MOVE WS-DATE TO LDG-VALUE-DATE
           MOVE 0 TO TDP-MATURED-COUNT
           MOVE 0 TO TDP-ROLLED-COUNT
           MOVE 0 TO TDP-PAID-COUNT
           PERFORM INIT-GL-TOTALS

           OPEN OUTPUT TDMAT-FILE
           MOVE SPACES TO TDMAT-RECORD
           STRING "TERM DEPOSIT MATURITY PROCESSING - DATE " DELIMITED SIZE
                  WS-DATE                                    DELIMITED SIZE
                  " "                                        DELIMITED SIZE
                  WS-TIME                                    DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD
           OPEN OUTPUT TDTAX-FILE

           MOVE "N" TO TDP-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO TDP-EOF-FLAG
               MOVE "NO TERM DEPOSITS ON FILE" TO TDMAT-RECORD
               WRITE TDMAT-RECORD
           ELSE
               PERFORM OPEN-ACCOUNT-STORE
               OPEN OUTPUT TDP-NEW-FILE
               PERFORM UNTIL TDP-EOF-FLAG = "Y"
                   READ TDP-FILE
                       AT END
                           MOVE "Y" TO TDP-EOF-FLAG
                       NOT AT END
                           PERFORM PROCESS-TERM-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE TDP-FILE
               CLOSE TDP-NEW-FILE
               PERFORM CLOSE-ACCOUNT-STORE
               CALL "SYSTEM"
                   USING "mv term_deposits.new term_deposits.txt"
           END-IF

           MOVE TDP-MATURED-COUNT TO TDP-COUNT-FMT
           MOVE SPACES TO TDMAT-RECORD
           STRING "DEPOSITS MATURED: " DELIMITED SIZE
                  TDP-COUNT-FMT        DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD
           MOVE TDP-PAID-COUNT TO TDP-COUNT-FMT
           MOVE SPACES TO TDMAT-RECORD
           STRING "PAID TO SETTLEMENT: " DELIMITED SIZE
                  TDP-COUNT-FMT          DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD
           MOVE TDP-ROLLED-COUNT TO TDP-COUNT-FMT
           MOVE SPACES TO TDMAT-RECORD
           STRING "ROLLED OVER: " DELIMITED SIZE
                  TDP-COUNT-FMT   DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD
           MOVE GL-INT-GROSS TO TDP-TOTAL-FMT
           MOVE SPACES TO TDMAT-RECORD
           STRING "INTEREST GROSS: " DELIMITED SIZE
                  TDP-TOTAL-FMT      DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD
           MOVE GL-INT-WTH TO TDP-TOTAL-FMT
           MOVE SPACES TO TDMAT-RECORD
           STRING "TAX WITHHELD: " DELIMITED SIZE
                  TDP-TOTAL-FMT    DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD
           CLOSE TDMAT-FILE
           PERFORM WRITE-TD-TAX-TOTALS
           CLOSE TDTAX-FILE

           MOVE "TDMATR" TO GL-RUN-TYPE
           MOVE 0 TO GL-BATCH
           MOVE WS-DATE TO GL-RUN-DATE
           PERFORM WRITE-GL-EXTRACT
           DISPLAY "=== TERM DEPOSIT MATURITY COMPLETE: "
                   TDP-MATURED-COUNT " MATURED, " TDP-PAID-COUNT
                   " PAID, " TDP-ROLLED-COUNT " ROLLED OVER ===".

       PROCESS-TERM-DEPOSIT.
           MOVE TDP-RECORD TO TDP-WORK
           IF TDP-WORK(1:6) IS NUMERIC AND TDP-WORK(55:1) = "A"
               AND TDP-WORK(44:8) IS NUMERIC
               PERFORM EXTRACT-TERM-DEPOSIT-FIELDS
               IF TDP-MAT-DATE <= TDP-RUN-DATE
                   PERFORM MATURE-TERM-DEPOSIT
               END-IF
           END-IF
           MOVE TDP-WORK TO TDP-NEW-RECORD
           WRITE TDP-NEW-RECORD.

       MATURE-TERM-DEPOSIT.
           MOVE TDP-ACCOUNT TO ACC-IX-ACCOUNT
           PERFORM READ-ACCOUNT-RECORD
           IF MATCH-FOUND = "N" OR ACC-CLOSED
               MOVE "TERM DEPOSIT ACCOUNT NOT ON FILE OR CLOSED" TO TDP-NOTE
               PERFORM WRITE-TD-MATURED-LINE
           ELSE
               ADD 1 TO TDP-MATURED-COUNT
               MOVE 0 TO TDP-INT-GROSS
               MOVE 0 TO TDP-INT-TAX
               MOVE 0 TO TDP-INT-NET
               IF ACC-BALANCE > 0
                   COMPUTE TDP-INT-GROSS ROUNDED =
                       ACC-BALANCE * TDP-RATE * TDP-TERM / 12
                   COMPUTE TDP-INT-TAX ROUNDED = TDP-INT-GROSS * TAX-RATE
                   COMPUTE TDP-INT-NET = TDP-INT-GROSS - TDP-INT-TAX
               END-IF
               IF TDP-INT-NET > 0
                   ADD TDP-INT-NET TO ACC-BALANCE
                   MOVE ACC-ACCOUNT TO LDG-ENTRY-ACCOUNT
                   MOVE "INT" TO LDG-ENTRY-ACTION
                   MOVE TDP-INT-NET TO LDG-AMOUNT-DISPLAY
                   MOVE ACC-BALANCE TO LDG-BALANCE-SIGNED
                   PERFORM WRITE-LEDGER-ENTRY
                   ADD TDP-INT-GROSS TO GL-INT-GROSS
                   ADD TDP-INT-TAX TO GL-INT-WTH
                   ADD TDP-INT-NET TO GL-INT-NET
                   PERFORM WRITE-TD-TAX-RECORD
               END-IF
               MOVE TDP-ACCOUNT TO HLD-ACCOUNT
               PERFORM SUM-ACTIVE-HOLDS
               MOVE "N" TO TRF-DEST-FOUND
               IF TDP-DISPOSITION = "P" AND NOT ACC-FROZEN
                   AND HLD-TOTAL = 0
                   MOVE TDP-SETTLE-ACCT TO IN-DEST-ACCOUNT
                   PERFORM FIND-TRANSFER-DEST
               END-IF
               IF TRF-DEST-FOUND = "Y" AND TRF-DEST-STATUS NOT = "C"
                   AND TRF-DEST-STATUS NOT = "F"
                   AND TRF-DEST-BALANCE + ACC-BALANCE <= 999999.99
                   PERFORM PAY-OUT-TERM-DEPOSIT
               ELSE
                   PERFORM ROLL-OVER-TERM-DEPOSIT
               END-IF
           END-IF.

       PAY-OUT-TERM-DEPOSIT.
           MOVE ACC-BALANCE TO TDP-PAYOUT
           ADD TDP-PAYOUT TO TRF-DEST-BALANCE
           IF TRF-DEST-STATUS = "D"
               MOVE "A" TO TRF-DEST-STATUS
           END-IF
           MOVE 0 TO ACC-BALANCE
           MOVE TDP-ACCOUNT TO ACC-IX-ACCOUNT
           MOVE ACC-BALANCE TO REW-BALANCE
           MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
           MOVE "C" TO REW-STATUS
           PERFORM REWRITE-ACCOUNT-RECORD
           MOVE TDP-SETTLE-ACCT TO ACC-IX-ACCOUNT
           MOVE TRF-DEST-BALANCE TO REW-BALANCE
           MOVE TRF-DEST-OD-LIMIT TO REW-OD-LIMIT
           MOVE TRF-DEST-STATUS TO REW-STATUS
           PERFORM REWRITE-ACCOUNT-RECORD
           IF TDP-PAYOUT > 0
               MOVE TDP-ACCOUNT TO LDG-ENTRY-ACCOUNT
               MOVE "TRO" TO LDG-ENTRY-ACTION
               MOVE TDP-PAYOUT TO LDG-AMOUNT-DISPLAY
               MOVE ACC-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY
               MOVE TDP-SETTLE-ACCT TO LDG-ENTRY-ACCOUNT
               MOVE "TRI" TO LDG-ENTRY-ACTION
               MOVE TDP-PAYOUT TO LDG-AMOUNT-DISPLAY
               MOVE TRF-DEST-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY
               ADD TDP-PAYOUT TO GL-TRF-TOTAL
           END-IF
           MOVE "M" TO TDP-STATUS
           MOVE TDP-RUN-DATE TO TDP-CHANGE-DATE
           PERFORM BUILD-TERM-DEPOSIT-RECORD
           ADD 1 TO TDP-PAID-COUNT
           MOVE SPACES TO TDP-NOTE
           STRING "PAID TO SETTLEMENT " DELIMITED SIZE
                  TDP-SETTLE-ACCT       DELIMITED SIZE
                  INTO TDP-NOTE
           PERFORM WRITE-TD-MATURED-LINE.

       ROLL-OVER-TERM-DEPOSIT.
           MOVE TDP-ACCOUNT TO ACC-IX-ACCOUNT
           MOVE ACC-BALANCE TO REW-BALANCE
           MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
           MOVE ACC-STATUS TO REW-STATUS
           PERFORM REWRITE-ACCOUNT-RECORD
           MOVE ACC-BALANCE TO TDP-PRINCIPAL
           MOVE TDP-MAT-DATE TO TDP-START-DATE
           MOVE TDP-MAT-DATE TO DTM-DATE
           MOVE TDP-TERM TO DTM-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE DTM-DATE TO TDP-MAT-DATE
           MOVE TDP-RUN-DATE TO TDP-CHANGE-DATE
           PERFORM BUILD-TERM-DEPOSIT-RECORD
           ADD 1 TO TDP-ROLLED-COUNT
           MOVE SPACES TO TDP-NOTE
           IF TDP-DISPOSITION = "R"
               STRING "ROLLED OVER TO " DELIMITED SIZE
                      TDP-MAT-DATE      DELIMITED SIZE
                      INTO TDP-NOTE
           ELSE IF HLD-TOTAL > 0
               STRING "UNDER HOLD - ROLLED TO " DELIMITED SIZE
                      TDP-MAT-DATE              DELIMITED SIZE
                      INTO TDP-NOTE
           ELSE
               STRING "SETTLEMENT UNAVAILABLE - ROLLED TO " DELIMITED SIZE
                      TDP-MAT-DATE                          DELIMITED SIZE
                      INTO TDP-NOTE
           END-IF
           END-IF
           PERFORM WRITE-TD-MATURED-LINE.

       WRITE-TD-MATURED-LINE.
           MOVE TDP-INT-NET TO TDP-INT-FMT
           MOVE SPACES TO TDMAT-RECORD
           STRING "ACCOUNT "   DELIMITED SIZE
                  TDP-ACCOUNT  DELIMITED SIZE
                  " MATURED "  DELIMITED SIZE
                  TDP-WORK(44:8) DELIMITED SIZE
                  " INTEREST: " DELIMITED SIZE
                  TDP-INT-FMT  DELIMITED SIZE
                  " "          DELIMITED SIZE
                  TDP-NOTE     DELIMITED SIZE
                  INTO TDMAT-RECORD
           WRITE TDMAT-RECORD.

       WRITE-TD-TAX-RECORD.
           MOVE SPACES TO TDTAX-RECORD
           MOVE TDP-ACCOUNT TO TDTAX-RECORD(1:6)
           MOVE TDP-INT-GROSS TO TAX-AMOUNT-X
           MOVE TAX-AMOUNT-X TO TDTAX-RECORD(8:9)
           MOVE TDP-INT-TAX TO TAX-AMOUNT-X
           MOVE TAX-AMOUNT-X TO TDTAX-RECORD(18:9)
           MOVE TDP-INT-NET TO TAX-AMOUNT-X
           MOVE TAX-AMOUNT-X TO TDTAX-RECORD(28:9)
           MOVE WS-DATE TO TDTAX-RECORD(38:8)
           WRITE TDTAX-RECORD.

       WRITE-TD-TAX-TOTALS.
           MOVE SPACES TO TDTAX-RECORD
           MOVE GL-INT-GROSS TO TAX-TOTAL-FMT
           STRING "TOTAL  GROSS: " DELIMITED SIZE
                  TAX-TOTAL-FMT    DELIMITED SIZE
                  INTO TDTAX-RECORD
           MOVE GL-INT-WTH TO TAX-TOTAL-FMT
           STRING " TAX: "      DELIMITED SIZE
                  TAX-TOTAL-FMT DELIMITED SIZE
                  INTO TDTAX-RECORD(31:22)
           MOVE GL-INT-NET TO TAX-TOTAL-FMT
           STRING " NET: "      DELIMITED SIZE
                  TAX-TOTAL-FMT DELIMITED SIZE
                  INTO TDTAX-RECORD(53:22)
           WRITE TDTAX-RECORD.

       TD-MATURITY-LIST-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           IF CMD-PARAM2 = SPACES
               MOVE 7 TO TDP-LIST-DAYS
           ELSE
               MOVE FUNCTION NUMVAL(CMD-PARAM2) TO TDP-LIST-DAYS
           END-IF
           MOVE FUNCTION NUMVAL(WS-DATE) TO TDP-RUN-DATE
           PERFORM TD-MATURITY-LIST
           DISPLAY "=== TERM DEPOSIT MATURITY LISTING: " TDP-LIST-COUNT
                   " DEPOSIT(S) DUE ===".

       TD-MATURITY-LIST.
           ACCEPT WS-TIME FROM TIME
           COMPUTE TDP-LIST-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TDP-RUN-DATE) + TDP-LIST-DAYS)
           MOVE 0 TO TDP-LIST-COUNT
           MOVE 0 TO TDP-LIST-TOTAL
           OPEN OUTPUT TDLST-FILE
           MOVE SPACES TO TDLST-RECORD
           STRING "TERM DEPOSITS MATURING " DELIMITED SIZE
                  TDP-RUN-DATE              DELIMITED SIZE
                  " TO "                    DELIMITED SIZE
                  TDP-LIST-END              DELIMITED SIZE
                  " RUN "                   DELIMITED SIZE
                  WS-TIME                   DELIMITED SIZE
                  INTO TDLST-RECORD
           WRITE TDLST-RECORD
           MOVE "ACCOUNT SETTLE MATURITY    PRINCIPAL RATE  DISP NAME                           CONTACT"
               TO TDLST-RECORD
           WRITE TDLST-RECORD

           MOVE "N" TO TDP-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO TDP-EOF-FLAG
           END-IF
           PERFORM UNTIL TDP-EOF-FLAG = "Y"
               READ TDP-FILE
                   AT END
                       MOVE "Y" TO TDP-EOF-FLAG
                   NOT AT END
                       MOVE TDP-RECORD TO TDP-WORK
                       IF TDP-WORK(1:6) IS NUMERIC
                           AND TDP-WORK(55:1) = "A"
                           AND TDP-WORK(44:8) IS NUMERIC
                           PERFORM EXTRACT-TERM-DEPOSIT-FIELDS
                           IF TDP-MAT-DATE <= TDP-LIST-END
                               PERFORM WRITE-TD-LIST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TDP-FILE-STATUS = "00" OR TDP-FILE-STATUS = "10"
               CLOSE TDP-FILE
           END-IF

           MOVE TDP-LIST-COUNT TO TDP-COUNT-FMT
           MOVE TDP-LIST-TOTAL TO TDP-TOTAL-FMT
           MOVE SPACES TO TDLST-RECORD
           STRING "DEPOSITS DUE: "  DELIMITED SIZE
                  TDP-COUNT-FMT     DELIMITED SIZE
                  " TOTAL PRINCIPAL: " DELIMITED SIZE
                  TDP-TOTAL-FMT     DELIMITED SIZE
                  INTO TDLST-RECORD
           WRITE TDLST-RECORD
           CLOSE TDLST-FILE.

       WRITE-TD-LIST-LINE.
           ADD 1 TO TDP-LIST-COUNT
           ADD TDP-PRINCIPAL TO TDP-LIST-TOTAL
           MOVE TDP-SETTLE-ACCT TO INQ-ACCOUNT
           PERFORM FIND-CUSTOMER-RECORD
           IF CST-FOUND = "N"
               MOVE SPACES TO CST-NAME
               MOVE SPACES TO CST-CONTACT
           END-IF
           MOVE TDP-PRINCIPAL TO TDP-AMT-FMT
           MOVE TDP-RATE TO TDP-RATE-X
           MOVE SPACES TO TDLST-RECORD
           STRING TDP-ACCOUNT      DELIMITED SIZE
                  "  "             DELIMITED SIZE
                  TDP-SETTLE-ACCT  DELIMITED SIZE
                  " "              DELIMITED SIZE
                  TDP-MAT-DATE     DELIMITED SIZE
                  " "              DELIMITED SIZE
                  TDP-AMT-FMT      DELIMITED SIZE
                  " "              DELIMITED SIZE
                  TDP-RATE-X       DELIMITED SIZE
                  "   "            DELIMITED SIZE
                  TDP-DISPOSITION  DELIMITED SIZE
                  "  "             DELIMITED SIZE
                  CST-NAME         DELIMITED SIZE
                  " "              DELIMITED SIZE
                  CST-CONTACT      DELIMITED SIZE
                  INTO TDLST-RECORD
           WRITE TDLST-RECORD.

       BOOK-LOAN.
           MOVE IN-DEST-ACCOUNT TO LN-NUMBER
           MOVE 0 TO LN-TERM
           IF IN-DETAIL(7:3) IS NUMERIC
               MOVE IN-DETAIL(7:3) TO LN-TERM
           END-IF
           MOVE 0 TO LN-RATE
           IF IN-DETAIL(10:5) NOT = SPACES
               MOVE FUNCTION NUMVAL(IN-DETAIL(10:5)) TO LN-RATE
           END-IF
           MOVE "N" TO LN-FOUND
           IF LN-NUMBER >= MIN-ACCOUNT-NUMBER
               PERFORM FIND-LOAN
           END-IF

           IF IN-AMOUNT <= 0
               MOVE "INVALID AMOUNT: MUST BE POSITIVE NUMBER" TO OUT-RECORD
               MOVE "R04" TO REJ-REASON-CODE
           ELSE IF LN-NUMBER < MIN-ACCOUNT-NUMBER OR LN-FOUND = "Y"
               MOVE "LOAN REJECTED: INVALID OR DUPLICATE LOAN NUMBER"
                   TO OUT-RECORD
               MOVE "R26" TO REJ-REASON-CODE
           ELSE IF LN-TERM < 1 OR LN-TERM > LN-MAX-TERM
               OR IN-DETAIL(10:5) = SPACES OR LN-RATE > LN-MAX-RATE
               MOVE "LOAN REJECTED: INVALID TERM OR RATE" TO OUT-RECORD
               MOVE "R27" TO REJ-REASON-CODE
           ELSE IF TMP-BALANCE + IN-AMOUNT > 999999.99
               MOVE "LOAN REJECTED: BALANCE WOULD EXCEED MAXIMUM"
                   TO OUT-RECORD
               MOVE "R05" TO REJ-REASON-CODE
           ELSE
               ADD IN-AMOUNT TO TMP-BALANCE
               MOVE ACC-ACCOUNT TO LN-ACCOUNT
               MOVE IN-AMOUNT TO LN-PRINCIPAL
               MOVE IN-AMOUNT TO LN-OUTSTANDING
               IF LDG-VALUE-DATE IS NUMERIC
                   MOVE LDG-VALUE-DATE TO LN-BOOK-DATE
               ELSE
                   ACCEPT WS-DATE FROM DATE YYYYMMDD
                   MOVE WS-DATE TO LN-BOOK-DATE
               END-IF
               PERFORM CREATE-LOAN-SCHEDULE
               MOVE 0 TO LN-ARR-PRIN
               MOVE 0 TO LN-ARR-INT
               MOVE 0 TO LN-PENALTY
               MOVE 0 TO LN-OLDEST-DUE
               MOVE 1 TO LN-NEXT-INST
               MOVE LN-BOOK-DATE TO DTM-DATE
               MOVE 1 TO DTM-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE DTM-DATE TO LN-NEXT-DUE
               MOVE "A" TO LN-STATUS
               MOVE LN-BOOK-DATE TO LN-PEN-DATE
               PERFORM BUILD-LOAN-RECORD
               MOVE LN-WORK TO LOAN-RECORD
               CALL "SYSTEM" USING "touch loans.txt"
               OPEN EXTEND LOAN-FILE
               WRITE LOAN-RECORD
               CLOSE LOAN-FILE
               ADD IN-AMOUNT TO GL-LND-TOTAL
               MOVE "Y" TO UPDATED
               MOVE LN-INSTALLMENT TO LN-AMT-FMT
               MOVE TMP-BALANCE TO RAI-FORMATTED
               STRING "LOAN " DELIMITED SIZE
                      LN-NUMBER DELIMITED SIZE
                      " DISBURSED | INSTALMENT: " DELIMITED SIZE
                      LN-AMT-FMT DELIMITED SIZE
                      " X " DELIMITED SIZE
                      LN-TERM DELIMITED SIZE
                      " | BAL: " DELIMITED SIZE
                      RAI-FORMATTED DELIMITED SIZE
                      " RAI" DELIMITED SIZE
                      INTO OUT-RECORD
           END-IF
           END-IF
           END-IF
           END-IF.

       CREATE-LOAN-SCHEDULE.
           COMPUTE LN-MONTHLY-RATE = LN-RATE / 12
           IF LN-MONTHLY-RATE = 0
               COMPUTE LN-INSTALLMENT ROUNDED = LN-PRINCIPAL / LN-TERM
           ELSE
               COMPUTE LN-FACTOR = (1 + LN-MONTHLY-RATE) ** LN-TERM
               COMPUTE LN-INSTALLMENT ROUNDED =
                   LN-PRINCIPAL * LN-MONTHLY-RATE * LN-FACTOR
                   / (LN-FACTOR - 1)
           END-IF
           MOVE LN-PRINCIPAL TO LNS-BALANCE
           CALL "SYSTEM" USING "touch loan_schedule.txt"
           OPEN EXTEND LNS-FILE
           PERFORM VARYING LNS-NO FROM 1 BY 1 UNTIL LNS-NO > LN-TERM
               PERFORM WRITE-LOAN-SCHEDULE-LINE
           END-PERFORM
           CLOSE LNS-FILE.

       WRITE-LOAN-SCHEDULE-LINE.
           COMPUTE LNS-INT ROUNDED = LNS-BALANCE * LN-MONTHLY-RATE
           IF LNS-NO = LN-TERM OR LN-INSTALLMENT - LNS-INT > LNS-BALANCE
               MOVE LNS-BALANCE TO LNS-PRIN
           ELSE
               COMPUTE LNS-PRIN = LN-INSTALLMENT - LNS-INT
           END-IF
           COMPUTE LNS-INSTALLMENT = LNS-PRIN + LNS-INT
           SUBTRACT LNS-PRIN FROM LNS-BALANCE
           MOVE LN-BOOK-DATE TO DTM-DATE
           MOVE LNS-NO TO DTM-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE SPACES TO LNS-RECORD
           MOVE LN-NUMBER TO LNS-RECORD(1:6)
           MOVE LNS-NO TO LNS-RECORD(8:3)
           MOVE DTM-DATE TO LNS-RECORD(12:8)
           MOVE LNS-INSTALLMENT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LNS-RECORD(21:9)
           MOVE LNS-PRIN TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LNS-RECORD(31:9)
           MOVE LNS-INT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LNS-RECORD(41:9)
           MOVE LNS-BALANCE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LNS-RECORD(51:9)
           WRITE LNS-RECORD.

       FIND-LOAN.
           MOVE "N" TO LN-FOUND
           MOVE "N" TO LN-EOF-FLAG
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS NOT = "00"
               MOVE "Y" TO LN-EOF-FLAG
           END-IF
           PERFORM UNTIL LN-EOF-FLAG = "Y" OR LN-FOUND = "Y"
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO LN-EOF-FLAG
                   NOT AT END
                       IF LOAN-RECORD(1:6) IS NUMERIC
                           AND LOAN-RECORD(1:6) = LN-NUMBER
                           MOVE "Y" TO LN-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF LN-FILE-STATUS = "00" OR LN-FILE-STATUS = "10"
               CLOSE LOAN-FILE
           END-IF.

       FIND-LOAN-SCHEDULE-LINE.
           MOVE "N" TO LNS-FOUND
           MOVE "N" TO LNS-EOF-FLAG
           OPEN INPUT LNS-FILE
           IF LNS-FILE-STATUS NOT = "00"
               MOVE "Y" TO LNS-EOF-FLAG
           END-IF
           PERFORM UNTIL LNS-EOF-FLAG = "Y" OR LNS-FOUND = "Y"
               READ LNS-FILE
                   AT END
                       MOVE "Y" TO LNS-EOF-FLAG
                   NOT AT END
                       IF LNS-RECORD(1:6) IS NUMERIC
                           AND LNS-RECORD(8:3) IS NUMERIC
                           AND LNS-RECORD(1:6) = LN-NUMBER
                           AND LNS-RECORD(8:3) = LNS-NO
                           MOVE "Y" TO LNS-FOUND
                           MOVE FUNCTION NUMVAL(LNS-RECORD(31:9))
                               TO LNS-PRIN
                           MOVE FUNCTION NUMVAL(LNS-RECORD(41:9))
                               TO LNS-INT
                       END-IF
               END-READ
           END-PERFORM
           IF LNS-FILE-STATUS = "00" OR LNS-FILE-STATUS = "10"
               CLOSE LNS-FILE
           END-IF.

       EXTRACT-LOAN-FIELDS.
           MOVE LN-WORK(1:6) TO LN-NUMBER
           MOVE 0 TO LN-ACCOUNT
           IF LN-WORK(8:6) IS NUMERIC
               MOVE LN-WORK(8:6) TO LN-ACCOUNT
           END-IF
           MOVE FUNCTION NUMVAL(LN-WORK(15:9)) TO LN-PRINCIPAL
           MOVE FUNCTION NUMVAL(LN-WORK(25:5)) TO LN-RATE
           MOVE 0 TO LN-TERM
           IF LN-WORK(31:3) IS NUMERIC
               MOVE LN-WORK(31:3) TO LN-TERM
           END-IF
           MOVE FUNCTION NUMVAL(LN-WORK(35:9)) TO LN-INSTALLMENT
           MOVE FUNCTION NUMVAL(LN-WORK(45:9)) TO LN-OUTSTANDING
           MOVE FUNCTION NUMVAL(LN-WORK(55:9)) TO LN-ARR-PRIN
           MOVE FUNCTION NUMVAL(LN-WORK(65:9)) TO LN-ARR-INT
           MOVE FUNCTION NUMVAL(LN-WORK(75:9)) TO LN-PENALTY
           MOVE 0 TO LN-OLDEST-DUE
           IF LN-WORK(85:8) IS NUMERIC
               MOVE LN-WORK(85:8) TO LN-OLDEST-DUE
           END-IF
           MOVE 0 TO LN-NEXT-DUE
           IF LN-WORK(94:8) IS NUMERIC
               MOVE LN-WORK(94:8) TO LN-NEXT-DUE
           END-IF
           MOVE 0 TO LN-NEXT-INST
           IF LN-WORK(103:3) IS NUMERIC
               MOVE LN-WORK(103:3) TO LN-NEXT-INST
           END-IF
           MOVE LN-WORK(107:1) TO LN-STATUS
           MOVE 0 TO LN-BOOK-DATE
           IF LN-WORK(109:8) IS NUMERIC
               MOVE LN-WORK(109:8) TO LN-BOOK-DATE
           END-IF
           MOVE 0 TO LN-PEN-DATE
           IF LN-WORK(118:8) IS NUMERIC
               MOVE LN-WORK(118:8) TO LN-PEN-DATE
           END-IF.

       BUILD-LOAN-RECORD.
           MOVE SPACES TO LN-WORK
           MOVE LN-NUMBER TO LN-WORK(1:6)
           MOVE LN-ACCOUNT TO LN-WORK(8:6)
           MOVE LN-PRINCIPAL TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LN-WORK(15:9)
           MOVE LN-RATE TO LN-RATE-X
           MOVE LN-RATE-X TO LN-WORK(25:5)
           MOVE LN-TERM TO LN-WORK(31:3)
           MOVE LN-INSTALLMENT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LN-WORK(35:9)
           MOVE LN-OUTSTANDING TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LN-WORK(45:9)
           MOVE LN-ARR-PRIN TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LN-WORK(55:9)
           MOVE LN-ARR-INT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LN-WORK(65:9)
           MOVE LN-PENALTY TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LN-WORK(75:9)
           MOVE LN-OLDEST-DUE TO LN-WORK(85:8)
           MOVE LN-NEXT-DUE TO LN-WORK(94:8)
           MOVE LN-NEXT-INST TO LN-WORK(103:3)
           MOVE LN-STATUS TO LN-WORK(107:1)
           MOVE LN-BOOK-DATE TO LN-WORK(109:8)
           MOVE LN-PEN-DATE TO LN-WORK(118:8).

       LOAN-COLLECTION-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO LN-RUN-DATE
           MOVE "SYSTEM" TO IN-OPERATOR
           MOVE 0 TO LDG-ENTRY-BATCH
           MOVE WS-DATE TO LDG-VALUE-DATE
           MOVE 0 TO LN-DUE-COUNT
           MOVE 0 TO LN-COLLECTED-COUNT
           MOVE 0 TO LN-PARTIAL-COUNT
           MOVE 0 TO LN-MISSED-COUNT
           MOVE 0 TO LN-CLOSED-COUNT
           PERFORM INIT-GL-TOTALS

           OPEN OUTPUT LNRPT-FILE
           MOVE SPACES TO LNRPT-RECORD
           STRING "LOAN COLLECTION AND PORTFOLIO REPORT - DATE "
                  DELIMITED SIZE
                  WS-DATE DELIMITED SIZE
                  " "     DELIMITED SIZE
                  WS-TIME DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD

           MOVE "N" TO LN-EOF-FLAG
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS NOT = "00"
               MOVE "Y" TO LN-EOF-FLAG
               MOVE "NO LOANS ON FILE" TO LNRPT-RECORD
               WRITE LNRPT-RECORD
           ELSE
               PERFORM OPEN-ACCOUNT-STORE
               OPEN OUTPUT LOAN-NEW-FILE
               PERFORM UNTIL LN-EOF-FLAG = "Y"
                   READ LOAN-FILE
                       AT END
                           MOVE "Y" TO LN-EOF-FLAG
                       NOT AT END
                           PERFORM PROCESS-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
               CLOSE LOAN-NEW-FILE
               PERFORM CLOSE-ACCOUNT-STORE
               CALL "SYSTEM" USING "mv loans.new loans.txt"
           END-IF

           MOVE LN-DUE-COUNT TO LN-COUNT-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "LOANS WITH AMOUNTS DUE: " DELIMITED SIZE
                  LN-COUNT-FMT               DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE LN-COLLECTED-COUNT TO LN-COUNT-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "COLLECTED IN FULL: " DELIMITED SIZE
                  LN-COUNT-FMT          DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE LN-PARTIAL-COUNT TO LN-COUNT-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "PARTIALLY COLLECTED: " DELIMITED SIZE
                  LN-COUNT-FMT            DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE LN-MISSED-COUNT TO LN-COUNT-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "NOT COLLECTED: " DELIMITED SIZE
                  LN-COUNT-FMT      DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE LN-CLOSED-COUNT TO LN-COUNT-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "LOANS REPAID IN FULL: " DELIMITED SIZE
                  LN-COUNT-FMT             DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE GL-LNP-TOTAL TO LN-TOTAL-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "PRINCIPAL COLLECTED: " DELIMITED SIZE
                  LN-TOTAL-FMT            DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE GL-LNI-TOTAL TO LN-TOTAL-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "INTEREST AND PENALTY COLLECTED: " DELIMITED SIZE
                  LN-TOTAL-FMT                       DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD

           PERFORM WRITE-LOAN-PORTFOLIO
           CLOSE LNRPT-FILE

           MOVE "LNCOLL" TO GL-RUN-TYPE
           MOVE 0 TO GL-BATCH
           MOVE WS-DATE TO GL-RUN-DATE
           PERFORM WRITE-GL-EXTRACT
           DISPLAY "=== LOAN COLLECTION COMPLETE: " LN-COLLECTED-COUNT
                   " COLLECTED, " LN-PARTIAL-COUNT " PARTIAL, "
                   LN-MISSED-COUNT " MISSED ===".

       PROCESS-LOAN.
           MOVE LOAN-RECORD TO LN-WORK
           IF LN-WORK(1:6) IS NUMERIC AND LN-WORK(107:1) = "A"
               PERFORM EXTRACT-LOAN-FIELDS
               PERFORM CHARGE-LOAN-PENALTY
               PERFORM RAISE-DUE-INSTALMENTS
               IF LN-PENALTY + LN-ARR-INT + LN-ARR-PRIN > 0
                   PERFORM COLLECT-LOAN-ARREARS
               END-IF
               PERFORM AGE-LOAN-ARREARS
               IF LN-OUTSTANDING = 0 AND LN-ARR-PRIN = 0
                   AND LN-ARR-INT = 0 AND LN-PENALTY = 0
                   MOVE "P" TO LN-STATUS
                   ADD 1 TO LN-CLOSED-COUNT
               END-IF
               PERFORM BUILD-LOAN-RECORD
           END-IF
           MOVE LN-WORK TO LOAN-NEW-RECORD
           WRITE LOAN-NEW-RECORD.

       CHARGE-LOAN-PENALTY.
           COMPUTE LN-ARR-TOTAL = LN-ARR-PRIN + LN-ARR-INT
           IF LN-ARR-TOTAL > 0 AND LN-PEN-DATE > 0
               AND LN-PEN-DATE < LN-RUN-DATE
               COMPUTE LN-DAYS =
                   FUNCTION INTEGER-OF-DATE(LN-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-PEN-DATE)
               COMPUTE LN-PEN-AMT ROUNDED =
                   LN-ARR-TOTAL * LN-PENALTY-RATE * LN-DAYS / 365
               ADD LN-PEN-AMT TO LN-PENALTY
           END-IF
           MOVE LN-RUN-DATE TO LN-PEN-DATE.

       RAISE-DUE-INSTALMENTS.
           PERFORM UNTIL LN-NEXT-INST > LN-TERM
                   OR LN-NEXT-DUE > LN-RUN-DATE OR LN-NEXT-DUE = 0
               MOVE LN-NEXT-INST TO LNS-NO
               PERFORM FIND-LOAN-SCHEDULE-LINE
               IF LNS-FOUND = "N"
                   COMPUTE LNS-INT ROUNDED =
                       (LN-OUTSTANDING - LN-ARR-PRIN) * LN-RATE / 12
                   COMPUTE LNS-PRIN = LN-INSTALLMENT - LNS-INT
                   IF LN-NEXT-INST = LN-TERM
                       OR LNS-PRIN > LN-OUTSTANDING - LN-ARR-PRIN
                       COMPUTE LNS-PRIN = LN-OUTSTANDING - LN-ARR-PRIN
                   END-IF
               END-IF
               ADD LNS-PRIN TO LN-ARR-PRIN
               ADD LNS-INT TO LN-ARR-INT
               IF LN-OLDEST-DUE = 0
                   MOVE LN-NEXT-DUE TO LN-OLDEST-DUE
               END-IF
               ADD 1 TO LN-NEXT-INST
               IF LN-NEXT-INST > LN-TERM
                   MOVE 0 TO LN-NEXT-DUE
               ELSE
                   MOVE LN-BOOK-DATE TO DTM-DATE
                   MOVE LN-NEXT-INST TO DTM-MONTHS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE DTM-DATE TO LN-NEXT-DUE
               END-IF
           END-PERFORM.

       COLLECT-LOAN-ARREARS.
           COMPUTE LN-DUE-AMT = LN-PENALTY + LN-ARR-INT + LN-ARR-PRIN
           ADD 1 TO LN-DUE-COUNT
           MOVE 0 TO LN-PAID
           MOVE SPACES TO LN-NOTE
           MOVE LN-ACCOUNT TO ACC-IX-ACCOUNT
           PERFORM READ-ACCOUNT-RECORD
           IF MATCH-FOUND = "N" OR ACC-CLOSED OR ACC-FROZEN
               MOVE "LINKED ACCOUNT NOT AVAILABLE" TO LN-NOTE
           ELSE
               MOVE LN-ACCOUNT TO HLD-ACCOUNT
               PERFORM SUM-ACTIVE-HOLDS
               MOVE 0 TO LN-AVAIL
               IF ACC-BALANCE + ACC-OD-LIMIT > HLD-TOTAL
                   COMPUTE LN-AVAIL =
                       ACC-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
               END-IF
               IF LN-AVAIL < LN-DUE-AMT
                   MOVE LN-AVAIL TO LN-PAID
               ELSE
                   MOVE LN-DUE-AMT TO LN-PAID
               END-IF
               IF LN-PAID = 0
                   MOVE "INSUFFICIENT FUNDS" TO LN-NOTE
               END-IF
           END-IF

           IF LN-PAID > 0
               SUBTRACT LN-PAID FROM ACC-BALANCE
               MOVE ACC-BALANCE TO REW-BALANCE
               MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
               MOVE ACC-STATUS TO REW-STATUS
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE LN-ACCOUNT TO LDG-ENTRY-ACCOUNT
               MOVE "LNR" TO LDG-ENTRY-ACTION
               MOVE LN-PAID TO LDG-AMOUNT-DISPLAY
               MOVE ACC-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY

               MOVE LN-PAID TO LN-PAY-LEFT
               IF LN-PAY-LEFT > LN-PENALTY
                   MOVE LN-PENALTY TO LN-PAY-PEN
               ELSE
                   MOVE LN-PAY-LEFT TO LN-PAY-PEN
               END-IF
               SUBTRACT LN-PAY-PEN FROM LN-PAY-LEFT
               IF LN-PAY-LEFT > LN-ARR-INT
                   MOVE LN-ARR-INT TO LN-PAY-INT
               ELSE
                   MOVE LN-PAY-LEFT TO LN-PAY-INT
               END-IF
               SUBTRACT LN-PAY-INT FROM LN-PAY-LEFT
               MOVE LN-PAY-LEFT TO LN-PAY-PRIN
               SUBTRACT LN-PAY-PEN FROM LN-PENALTY
               SUBTRACT LN-PAY-INT FROM LN-ARR-INT
               SUBTRACT LN-PAY-PRIN FROM LN-ARR-PRIN
               SUBTRACT LN-PAY-PRIN FROM LN-OUTSTANDING
               ADD LN-PAY-PEN TO GL-LNI-TOTAL
               ADD LN-PAY-INT TO GL-LNI-TOTAL
               ADD LN-PAY-PRIN TO GL-LNP-TOTAL
           END-IF

           IF LN-PAID = LN-DUE-AMT
               ADD 1 TO LN-COLLECTED-COUNT
               MOVE "COLLECTED" TO LN-NOTE
           ELSE IF LN-PAID > 0
               ADD 1 TO LN-PARTIAL-COUNT
               MOVE "PARTIAL PAYMENT" TO LN-NOTE
           ELSE
               ADD 1 TO LN-MISSED-COUNT
           END-IF
           END-IF

           MOVE LN-DUE-AMT TO LN-AMT-FMT
           MOVE LN-PAID TO LN-ARR-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "LOAN "       DELIMITED SIZE
                  LN-NUMBER     DELIMITED SIZE
                  " ACCOUNT "   DELIMITED SIZE
                  LN-ACCOUNT    DELIMITED SIZE
                  " DUE: "      DELIMITED SIZE
                  LN-AMT-FMT    DELIMITED SIZE
                  " PAID: "     DELIMITED SIZE
                  LN-ARR-FMT    DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-NOTE       DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD.

       AGE-LOAN-ARREARS.
           COMPUTE LN-ARR-TOTAL = LN-ARR-PRIN + LN-ARR-INT
           IF LN-ARR-TOTAL = 0
               MOVE 0 TO LN-OLDEST-DUE
           ELSE IF LN-INSTALLMENT > 0 AND LN-BOOK-DATE > 0
               COMPUTE LN-ARR-INSTS =
                   (LN-ARR-TOTAL + LN-INSTALLMENT - 0.01) / LN-INSTALLMENT
               IF LN-ARR-INSTS > LN-NEXT-INST - 1
                   COMPUTE LN-ARR-INSTS = LN-NEXT-INST - 1
               END-IF
               IF LN-ARR-INSTS > 0
                   MOVE LN-BOOK-DATE TO DTM-DATE
                   COMPUTE DTM-MONTHS = LN-NEXT-INST - LN-ARR-INSTS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE DTM-DATE TO LN-OLDEST-DUE
               END-IF
           END-IF
           END-IF.

       LOAN-REPORT-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO LN-RUN-DATE
           OPEN OUTPUT LNRPT-FILE
           MOVE SPACES TO LNRPT-RECORD
           STRING "LOAN PORTFOLIO REPORT - DATE " DELIMITED SIZE
                  WS-DATE DELIMITED SIZE
                  " "     DELIMITED SIZE
                  WS-TIME DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD
           PERFORM WRITE-LOAN-PORTFOLIO
           CLOSE LNRPT-FILE
           DISPLAY "=== LOAN PORTFOLIO REPORT: " LN-PORT-COUNT
                   " ACTIVE LOAN(S) ===".

       WRITE-LOAN-PORTFOLIO.
           MOVE "CURR " TO LN-BKT-NAME(1)
           MOVE "1-30 " TO LN-BKT-NAME(2)
           MOVE "31-60" TO LN-BKT-NAME(3)
           MOVE "61-90" TO LN-BKT-NAME(4)
           MOVE "90+  " TO LN-BKT-NAME(5)
           PERFORM VARYING LN-BKT-I FROM 1 BY 1 UNTIL LN-BKT-I > 5
               MOVE 0 TO LN-BKT-COUNT(LN-BKT-I)
               MOVE 0 TO LN-BKT-OUTST(LN-BKT-I)
               MOVE 0 TO LN-BKT-ARREARS(LN-BKT-I)
           END-PERFORM
           MOVE 0 TO LN-PORT-COUNT
           MOVE 0 TO LN-PORT-TOTAL

           MOVE SPACES TO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE "LOAN   ACCOUNT OUTSTANDING    ARREARS    PENALTY NEXT DUE   DPD BUCKET"
               TO LNRPT-RECORD
           WRITE LNRPT-RECORD

           MOVE "N" TO LN-EOF-FLAG
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS NOT = "00"
               MOVE "Y" TO LN-EOF-FLAG
           END-IF
           PERFORM UNTIL LN-EOF-FLAG = "Y"
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO LN-EOF-FLAG
                   NOT AT END
                       MOVE LOAN-RECORD TO LN-WORK
                       IF LN-WORK(1:6) IS NUMERIC
                           AND LN-WORK(107:1) = "A"
                           PERFORM EXTRACT-LOAN-FIELDS
                           PERFORM WRITE-LOAN-PORTFOLIO-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF LN-FILE-STATUS = "00" OR LN-FILE-STATUS = "10"
               CLOSE LOAN-FILE
           END-IF

           MOVE SPACES TO LNRPT-RECORD
           WRITE LNRPT-RECORD
           MOVE "BUCKET  LOANS      OUTSTANDING          ARREARS"
               TO LNRPT-RECORD
           WRITE LNRPT-RECORD
           PERFORM VARYING LN-BKT-I FROM 1 BY 1 UNTIL LN-BKT-I > 5
               MOVE LN-BKT-COUNT(LN-BKT-I) TO LN-COUNT-FMT
               MOVE SPACES TO LNRPT-RECORD
               STRING LN-BKT-NAME(LN-BKT-I) DELIMITED SIZE
                      " "                   DELIMITED SIZE
                      LN-COUNT-FMT          DELIMITED SIZE
                      INTO LNRPT-RECORD
               MOVE LN-BKT-OUTST(LN-BKT-I) TO LN-TOTAL-FMT
               MOVE LN-TOTAL-FMT TO LNRPT-RECORD(16:17)
               MOVE LN-BKT-ARREARS(LN-BKT-I) TO LN-TOTAL-FMT
               MOVE LN-TOTAL-FMT TO LNRPT-RECORD(34:17)
               WRITE LNRPT-RECORD
           END-PERFORM
           MOVE LN-PORT-COUNT TO LN-COUNT-FMT
           MOVE LN-PORT-TOTAL TO LN-TOTAL-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING "TOTAL PORTFOLIO: " DELIMITED SIZE
                  LN-COUNT-FMT        DELIMITED SIZE
                  " LOAN(S) "         DELIMITED SIZE
                  LN-TOTAL-FMT        DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD.

       WRITE-LOAN-PORTFOLIO-LINE.
           COMPUTE LN-ARR-TOTAL = LN-ARR-PRIN + LN-ARR-INT
           MOVE 0 TO LN-DPD
           IF LN-OLDEST-DUE > 0 AND LN-OLDEST-DUE < LN-RUN-DATE
               COMPUTE LN-DPD =
                   FUNCTION INTEGER-OF-DATE(LN-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-OLDEST-DUE)
           END-IF
           IF LN-DPD = 0
               MOVE 1 TO LN-BKT-I
           ELSE IF LN-DPD <= 30
               MOVE 2 TO LN-BKT-I
           ELSE IF LN-DPD <= 60
               MOVE 3 TO LN-BKT-I
           ELSE IF LN-DPD <= 90
               MOVE 4 TO LN-BKT-I
           ELSE
               MOVE 5 TO LN-BKT-I
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE LN-BKT-NAME(LN-BKT-I) TO LN-BUCKET
           ADD 1 TO LN-BKT-COUNT(LN-BKT-I)
           ADD LN-OUTSTANDING TO LN-BKT-OUTST(LN-BKT-I)
           ADD LN-ARR-TOTAL TO LN-BKT-ARREARS(LN-BKT-I)
           ADD 1 TO LN-PORT-COUNT
           ADD LN-OUTSTANDING TO LN-PORT-TOTAL

           MOVE LN-OUTSTANDING TO LN-AMT-FMT
           MOVE LN-ARR-TOTAL TO LN-ARR-FMT
           MOVE LN-PENALTY TO LN-PEN-FMT
           MOVE LN-DPD TO LN-DPD-FMT
           MOVE SPACES TO LNRPT-RECORD
           STRING LN-NUMBER     DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-ACCOUNT    DELIMITED SIZE
                  "  "          DELIMITED SIZE
                  LN-AMT-FMT    DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-ARR-FMT    DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-PEN-FMT    DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-NEXT-DUE   DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-DPD-FMT    DELIMITED SIZE
                  " "           DELIMITED SIZE
                  LN-BUCKET     DELIMITED SIZE
                  INTO LNRPT-RECORD
           WRITE LNRPT-RECORD.

       PLACE-HOLD.
           MOVE IN-DETAIL(1:3) TO HLD-REASON
           MOVE IN-DETAIL(4:16) TO HLD-REFERENCE
           IF LDG-VALUE-DATE IS NUMERIC
               MOVE LDG-VALUE-DATE TO HLD-PLACED
           ELSE
               ACCEPT HLD-PLACED FROM DATE YYYYMMDD
           END-IF
           MOVE 0 TO HLD-EXPIRY
           IF IN-DETAIL(20:8) IS NUMERIC
               MOVE IN-DETAIL(20:8) TO HLD-EXPIRY
           END-IF

           IF IN-AMOUNT <= 0
               MOVE "INVALID AMOUNT: MUST BE POSITIVE NUMBER" TO OUT-RECORD
               MOVE "R04" TO REJ-REASON-CODE
           ELSE IF HLD-REASON = SPACES
               MOVE "HOLD REJECTED: REASON CODE REQUIRED" TO OUT-RECORD
               MOVE "R28" TO REJ-REASON-CODE
           ELSE IF (IN-DETAIL(20:8) NOT = SPACES
               AND IN-DETAIL(20:8) IS NOT NUMERIC)
               OR (HLD-EXPIRY > 0 AND HLD-EXPIRY < HLD-PLACED)
               MOVE "HOLD REJECTED: INVALID EXPIRY DATE" TO OUT-RECORD
               MOVE "R28" TO REJ-REASON-CODE
           ELSE
               PERFORM SCAN-HOLD-MAX-ID
               COMPUTE HLD-ID = HLD-MAX-ID + 1
               MOVE ACC-ACCOUNT TO HLD-ACCOUNT
               MOVE IN-AMOUNT TO HLD-AMOUNT
               MOVE "A" TO HLD-STATUS
               MOVE HLD-PLACED TO HLD-CHANGE-DATE
               PERFORM BUILD-HOLD-RECORD
               MOVE HLD-WORK TO HLD-RECORD
               CALL "SYSTEM" USING "touch holds.txt"
               OPEN EXTEND HLD-FILE
               WRITE HLD-RECORD
               CLOSE HLD-FILE
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE HLD-AVAILABLE =
                   TMP-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
               MOVE IN-AMOUNT TO HLD-AMT-FMT
               MOVE HLD-AVAILABLE TO HLD-AVL-FMT
               MOVE SPACES TO OUT-RECORD
               STRING "HOLD PLACED | ID " DELIMITED SIZE
                      HLD-ID              DELIMITED SIZE
                      " | AMOUNT: "       DELIMITED SIZE
                      HLD-AMT-FMT         DELIMITED SIZE
                      " | AVAILABLE: "    DELIMITED SIZE
                      HLD-AVL-FMT         DELIMITED SIZE
                      " RAI"              DELIMITED SIZE
                      INTO OUT-RECORD
           END-IF
           END-IF
           END-IF.

       RELEASE-HOLD.
           MOVE IN-DEST-ACCOUNT TO HLD-ID
           MOVE ACC-ACCOUNT TO HLD-ACCOUNT
           MOVE "R" TO HLD-STATUS
           IF LDG-VALUE-DATE IS NUMERIC
               MOVE LDG-VALUE-DATE TO HLD-CHANGE-DATE
           ELSE
               ACCEPT HLD-CHANGE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE "N" TO HLD-FOUND
           IF HLD-ID > 0
               PERFORM UPDATE-HOLD-STATUS
           END-IF
           IF HLD-FOUND = "N"
               MOVE "HOLD NOT FOUND OR NOT ACTIVE" TO OUT-RECORD
               MOVE "R29" TO REJ-REASON-CODE
           ELSE
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE HLD-AVAILABLE =
                   TMP-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
               MOVE HLD-AMOUNT TO HLD-AMT-FMT
               MOVE HLD-AVAILABLE TO HLD-AVL-FMT
               MOVE SPACES TO OUT-RECORD
               STRING "HOLD RELEASED | ID " DELIMITED SIZE
                      HLD-ID                DELIMITED SIZE
                      " | AMOUNT: "         DELIMITED SIZE
                      HLD-AMT-FMT           DELIMITED SIZE
                      " | AVAILABLE: "      DELIMITED SIZE
                      HLD-AVL-FMT           DELIMITED SIZE
                      " RAI"                DELIMITED SIZE
                      INTO OUT-RECORD
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO HLD-TOTAL
           IF LDG-VALUE-DATE IS NUMERIC
               MOVE LDG-VALUE-DATE TO HLD-AS-OF
           ELSE
               ACCEPT HLD-AS-OF FROM DATE YYYYMMDD
           END-IF
           MOVE "N" TO HLD-EOF-FLAG
           OPEN INPUT HLD-FILE
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO HLD-EOF-FLAG
           END-IF
           PERFORM UNTIL HLD-EOF-FLAG = "Y"
               READ HLD-FILE
                   AT END
                       MOVE "Y" TO HLD-EOF-FLAG
                   NOT AT END
                       IF HLD-RECORD(1:6) IS NUMERIC
                           AND HLD-RECORD(1:6) = HLD-ACCOUNT
                           AND HLD-RECORD(55:1) = "A"
                           IF HLD-RECORD(46:8) IS NOT NUMERIC
                               OR HLD-RECORD(46:8) = "00000000"
                               OR HLD-RECORD(46:8) >= HLD-AS-OF
                               ADD FUNCTION NUMVAL(HLD-RECORD(15:9))
                                   TO HLD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HLD-FILE
           END-IF.

       SCAN-HOLD-MAX-ID.
           MOVE 0 TO HLD-MAX-ID
           MOVE "N" TO HLD-EOF-FLAG
           OPEN INPUT HLD-FILE
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO HLD-EOF-FLAG
           END-IF
           PERFORM UNTIL HLD-EOF-FLAG = "Y"
               READ HLD-FILE
                   AT END
                       MOVE "Y" TO HLD-EOF-FLAG
                   NOT AT END
                       IF HLD-RECORD(8:6) IS NUMERIC
                           IF FUNCTION NUMVAL(HLD-RECORD(8:6))
                               > HLD-MAX-ID
                               MOVE FUNCTION NUMVAL(HLD-RECORD(8:6))
                                   TO HLD-MAX-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HLD-FILE
           END-IF.

       UPDATE-HOLD-STATUS.
           MOVE "N" TO HLD-FOUND
           MOVE "N" TO HLD-EOF-FLAG
           OPEN INPUT HLD-FILE
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO HLD-EOF-FLAG
           ELSE
               OPEN OUTPUT HLD-NEW-FILE
           END-IF
           PERFORM UNTIL HLD-EOF-FLAG = "Y"
               READ HLD-FILE
                   AT END
                       MOVE "Y" TO HLD-EOF-FLAG
                   NOT AT END
                       MOVE HLD-RECORD TO HLD-NEW-RECORD
                       IF HLD-RECORD(1:6) IS NUMERIC
                           AND HLD-RECORD(8:6) IS NUMERIC
                           AND HLD-RECORD(1:6) = HLD-ACCOUNT
                           AND HLD-RECORD(8:6) = HLD-ID
                           AND HLD-RECORD(55:1) = "A"
                           MOVE "Y" TO HLD-FOUND
                           MOVE FUNCTION NUMVAL(HLD-RECORD(15:9))
                               TO HLD-AMOUNT
                           MOVE HLD-STATUS TO HLD-NEW-RECORD(55:1)
                           MOVE HLD-CHANGE-DATE TO HLD-NEW-RECORD(66:8)
                       END-IF
                       WRITE HLD-NEW-RECORD
               END-READ
           END-PERFORM
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HLD-FILE
               CLOSE HLD-NEW-FILE
               CALL "SYSTEM" USING "mv holds.new holds.txt"
           END-IF.

       EXTRACT-HOLD-FIELDS.
           MOVE HLD-WORK(1:6) TO HLD-ACCOUNT
           MOVE 0 TO HLD-ID
           IF HLD-WORK(8:6) IS NUMERIC
               MOVE HLD-WORK(8:6) TO HLD-ID
           END-IF
           MOVE FUNCTION NUMVAL(HLD-WORK(15:9)) TO HLD-AMOUNT
           MOVE HLD-WORK(25:3) TO HLD-REASON
           MOVE HLD-WORK(29:16) TO HLD-REFERENCE
           MOVE 0 TO HLD-EXPIRY
           IF HLD-WORK(46:8) IS NUMERIC
               MOVE HLD-WORK(46:8) TO HLD-EXPIRY
           END-IF
           MOVE HLD-WORK(55:1) TO HLD-STATUS
           MOVE 0 TO HLD-PLACED
           IF HLD-WORK(57:8) IS NUMERIC
               MOVE HLD-WORK(57:8) TO HLD-PLACED
           END-IF
           MOVE 0 TO HLD-CHANGE-DATE
           IF HLD-WORK(66:8) IS NUMERIC
               MOVE HLD-WORK(66:8) TO HLD-CHANGE-DATE
           END-IF.

       BUILD-HOLD-RECORD.
           MOVE SPACES TO HLD-WORK
           MOVE HLD-ACCOUNT TO HLD-WORK(1:6)
           MOVE HLD-ID TO HLD-WORK(8:6)
           MOVE HLD-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO HLD-WORK(15:9)
           MOVE HLD-REASON TO HLD-WORK(25:3)
           MOVE HLD-REFERENCE TO HLD-WORK(29:16)
           MOVE HLD-EXPIRY TO HLD-WORK(46:8)
           MOVE HLD-STATUS TO HLD-WORK(55:1)
           MOVE HLD-PLACED TO HLD-WORK(57:8)
           MOVE HLD-CHANGE-DATE TO HLD-WORK(66:8).

       HOLD-EXPIRY-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO HLD-RUN-DATE
           MOVE 0 TO HLD-EXPIRED-COUNT

           OPEN OUTPUT HLDRPT-FILE
           MOVE SPACES TO HLDRPT-RECORD
           STRING "HOLD EXPIRY AND LISTING - DATE " DELIMITED SIZE
                  WS-DATE                           DELIMITED SIZE
                  " "                               DELIMITED SIZE
                  WS-TIME                           DELIMITED SIZE
                  INTO HLDRPT-RECORD
           WRITE HLDRPT-RECORD

           MOVE "N" TO HLD-EOF-FLAG
           OPEN INPUT HLD-FILE
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO HLD-EOF-FLAG
           ELSE
               OPEN OUTPUT HLD-NEW-FILE
           END-IF
           PERFORM UNTIL HLD-EOF-FLAG = "Y"
               READ HLD-FILE
                   AT END
                       MOVE "Y" TO HLD-EOF-FLAG
                   NOT AT END
                       MOVE HLD-RECORD TO HLD-WORK
                       IF HLD-WORK(1:6) IS NUMERIC
                           AND HLD-WORK(55:1) = "A"
                           AND HLD-WORK(46:8) IS NUMERIC
                           AND HLD-WORK(46:8) NOT = "00000000"
                           PERFORM EXTRACT-HOLD-FIELDS
                           IF HLD-EXPIRY <= HLD-RUN-DATE
                               MOVE "E" TO HLD-STATUS
                               MOVE HLD-RUN-DATE TO HLD-CHANGE-DATE
                               PERFORM BUILD-HOLD-RECORD
                               ADD 1 TO HLD-EXPIRED-COUNT
                               MOVE "EXPIRED " TO HLDRPT-RECORD
                               PERFORM WRITE-HOLD-LINE
                           END-IF
                       END-IF
                       MOVE HLD-WORK TO HLD-NEW-RECORD
                       WRITE HLD-NEW-RECORD
               END-READ
           END-PERFORM
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HLD-FILE
               CLOSE HLD-NEW-FILE
               CALL "SYSTEM" USING "mv holds.new holds.txt"
           END-IF
           MOVE HLD-EXPIRED-COUNT TO HLD-COUNT-FMT
           MOVE SPACES TO HLDRPT-RECORD
           STRING "HOLDS EXPIRED: " DELIMITED SIZE
                  HLD-COUNT-FMT     DELIMITED SIZE
                  INTO HLDRPT-RECORD
           WRITE HLDRPT-RECORD

           PERFORM WRITE-HOLD-LISTING
           CLOSE HLDRPT-FILE
           DISPLAY "=== HOLD EXPIRY COMPLETE: " HLD-EXPIRED-COUNT
                   " EXPIRED, " HLD-ACTIVE-COUNT " ACTIVE ===".

       HOLD-REPORT-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO HLD-RUN-DATE
           OPEN OUTPUT HLDRPT-FILE
           MOVE SPACES TO HLDRPT-RECORD
           STRING "HOLD LISTING - DATE " DELIMITED SIZE
                  WS-DATE                DELIMITED SIZE
                  " "                    DELIMITED SIZE
                  WS-TIME                DELIMITED SIZE
                  INTO HLDRPT-RECORD
           WRITE HLDRPT-RECORD
           PERFORM WRITE-HOLD-LISTING
           CLOSE HLDRPT-FILE
           DISPLAY "=== HOLD LISTING: " HLD-ACTIVE-COUNT
                   " ACTIVE HOLD(S) ===".

       WRITE-HOLD-LISTING.
           MOVE 0 TO HLD-ACTIVE-COUNT
           MOVE 0 TO HLD-ACTIVE-TOTAL
           MOVE SPACES TO HLDRPT-RECORD
           WRITE HLDRPT-RECORD
           MOVE "STATUS   ACCOUNT HOLD ID     AMOUNT RSN REFERENCE        PLACED   EXPIRES"
               TO HLDRPT-RECORD
           WRITE HLDRPT-RECORD
           MOVE "N" TO HLD-EOF-FLAG
           OPEN INPUT HLD-FILE
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO HLD-EOF-FLAG
           END-IF
           PERFORM UNTIL HLD-EOF-FLAG = "Y"
               READ HLD-FILE
                   AT END
                       MOVE "Y" TO HLD-EOF-FLAG
                   NOT AT END
                       MOVE HLD-RECORD TO HLD-WORK
                       IF HLD-WORK(1:6) IS NUMERIC
                           AND HLD-WORK(55:1) = "A"
                           PERFORM EXTRACT-HOLD-FIELDS
                           ADD 1 TO HLD-ACTIVE-COUNT
                           ADD HLD-AMOUNT TO HLD-ACTIVE-TOTAL
                           MOVE "ACTIVE  " TO HLDRPT-RECORD
                           PERFORM WRITE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HLD-FILE
           END-IF
           MOVE HLD-ACTIVE-COUNT TO HLD-COUNT-FMT
           MOVE HLD-ACTIVE-TOTAL TO HLD-TOTAL-FMT
           MOVE SPACES TO HLDRPT-RECORD
           STRING "ACTIVE HOLDS: " DELIMITED SIZE
                  HLD-COUNT-FMT    DELIMITED SIZE
                  " TOTAL HELD: "  DELIMITED SIZE
                  HLD-TOTAL-FMT    DELIMITED SIZE
                  INTO HLDRPT-RECORD
           WRITE HLDRPT-RECORD.

       WRITE-HOLD-LINE.
           MOVE HLD-AMOUNT TO HLD-AMT-FMT
           STRING HLD-ACCOUNT    DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  HLD-ID         DELIMITED SIZE
                  " "            DELIMITED SIZE
                  HLD-AMT-FMT    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  HLD-REASON     DELIMITED SIZE
                  " "            DELIMITED SIZE
                  HLD-REFERENCE  DELIMITED SIZE
                  " "            DELIMITED SIZE
                  HLD-PLACED     DELIMITED SIZE
                  " "            DELIMITED SIZE
                  HLD-EXPIRY     DELIMITED SIZE
                  INTO HLDRPT-RECORD(10:100)
           WRITE HLDRPT-RECORD.

       APPLY-EXTERNAL-TRANSFER.
           MOVE IN-DETAIL(1:8) TO CLR-BANK
           MOVE IN-DETAIL(9:16) TO CLR-BEN-ACCT
           MOVE IN-DETAIL(25:30) TO CLR-BEN-NAME
           IF IN-AMOUNT <= 0
               MOVE "INVALID AMOUNT: MUST BE POSITIVE NUMBER"
                   TO OUT-RECORD
               MOVE "R04" TO REJ-REASON-CODE
           ELSE IF CLR-BANK = SPACES OR CLR-BEN-ACCT = SPACES
               MOVE "EXTERNAL TRANSFER REJECTED: BANK CODE AND BENEFICIARY ACCOUNT REQUIRED"
                   TO OUT-RECORD
               MOVE "R31" TO REJ-REASON-CODE
           ELSE IF CLR-BANK = CLR-OWN-BANK
               MOVE "EXTERNAL TRANSFER REJECTED: BENEFICIARY BANK IS THIS BANK"
                   TO OUT-RECORD
               MOVE "R31" TO REJ-REASON-CODE
           ELSE IF IN-AMOUNT > AUTH-THRESHOLD AND AUTH-BYPASS = "N"
               PERFORM QUEUE-PENDING-AUTH
           ELSE IF IN-AMOUNT > TMP-BALANCE + ACC-OD-LIMIT
               MOVE "INSUFFICIENT BALANCE" TO OUT-RECORD
               MOVE "R06" TO REJ-REASON-CODE
           ELSE IF IN-AMOUNT > TMP-BALANCE + ACC-OD-LIMIT - HLD-TOTAL
               MOVE "INSUFFICIENT AVAILABLE BALANCE: FUNDS ON HOLD"
                   TO OUT-RECORD
               MOVE "R06" TO REJ-REASON-CODE
           ELSE
               SUBTRACT IN-AMOUNT FROM TMP-BALANCE
               PERFORM SCAN-CLEARING-MAX-REF
               COMPUTE CLR-REF = CLR-MAX-REF + 1
               MOVE ACC-ACCOUNT TO CLR-ACCOUNT
               MOVE IN-AMOUNT TO CLR-AMOUNT
               MOVE "P" TO CLR-STATUS
               IF LDG-VALUE-DATE IS NUMERIC
                   MOVE LDG-VALUE-DATE TO CLR-ENTRY-DATE
               ELSE
                   ACCEPT CLR-ENTRY-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE 0 TO CLR-CHANGE-DATE
               MOVE SPACES TO CLR-RETURN-CODE
               PERFORM BUILD-CLEARING-ITEM
               MOVE CLR-WORK TO CLRREG-RECORD
               CALL "SYSTEM" USING "touch clearing_register.txt"
               OPEN EXTEND CLRREG-FILE
               WRITE CLRREG-RECORD
               CLOSE CLRREG-FILE
               ADD IN-AMOUNT TO GL-XTF-TOTAL
               MOVE TMP-BALANCE TO RAI-FORMATTED
               MOVE SPACES TO OUT-RECORD
               STRING "SENT TO CLEARING | REF " DELIMITED SIZE
                      CLR-REF                   DELIMITED SIZE
                      " BANK "                  DELIMITED SIZE
                      CLR-BANK                  DELIMITED SIZE
                      " | BAL: "                DELIMITED SIZE
                      RAI-FORMATTED             DELIMITED SIZE
                      " RAI"                    DELIMITED SIZE
                      INTO OUT-RECORD
               MOVE "Y" TO UPDATED
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SCAN-CLEARING-MAX-REF.
           MOVE 0 TO CLR-MAX-REF
           MOVE "N" TO CLR-EOF-FLAG
           OPEN INPUT CLRREG-FILE
           IF CLR-REG-STATUS NOT = "00"
               MOVE "Y" TO CLR-EOF-FLAG
           END-IF
           PERFORM UNTIL CLR-EOF-FLAG = "Y"
               READ CLRREG-FILE
                   AT END
                       MOVE "Y" TO CLR-EOF-FLAG
                   NOT AT END
                       IF CLRREG-RECORD(1:8) IS NUMERIC
                           IF FUNCTION NUMVAL(CLRREG-RECORD(1:8))
                               > CLR-MAX-REF
                               MOVE FUNCTION NUMVAL(CLRREG-RECORD(1:8))
                                   TO CLR-MAX-REF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CLR-REG-STATUS = "00" OR CLR-REG-STATUS = "10"
               CLOSE CLRREG-FILE
           END-IF.

       FIND-CLEARING-ITEM.
           MOVE "N" TO CLR-FOUND
           MOVE "N" TO CLR-EOF-FLAG
           OPEN INPUT CLRREG-FILE
           IF CLR-REG-STATUS NOT = "00"
               MOVE "Y" TO CLR-EOF-FLAG
           END-IF
           PERFORM UNTIL CLR-EOF-FLAG = "Y" OR CLR-FOUND = "Y"
               READ CLRREG-FILE
                   AT END
                       MOVE "Y" TO CLR-EOF-FLAG
                   NOT AT END
                       IF CLRREG-RECORD(1:8) IS NUMERIC
                           AND CLRREG-RECORD(1:8) = CLR-REF
                           MOVE "Y" TO CLR-FOUND
                           MOVE CLRREG-RECORD TO CLR-WORK
                           PERFORM EXTRACT-CLEARING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF CLR-REG-STATUS = "00" OR CLR-REG-STATUS = "10"
               CLOSE CLRREG-FILE
           END-IF.

       UPDATE-CLEARING-ITEM.
           MOVE "N" TO CLR-EOF-FLAG
           OPEN INPUT CLRREG-FILE
           IF CLR-REG-STATUS NOT = "00"
               MOVE "Y" TO CLR-EOF-FLAG
           ELSE
               OPEN OUTPUT CLRREG-NEW-FILE
           END-IF
           PERFORM UNTIL CLR-EOF-FLAG = "Y"
               READ CLRREG-FILE
                   AT END
                       MOVE "Y" TO CLR-EOF-FLAG
                   NOT AT END
                       MOVE CLRREG-RECORD TO CLRREG-NEW-RECORD
                       IF CLRREG-RECORD(1:8) IS NUMERIC
                           AND CLRREG-RECORD(1:8) = CLR-REF
                           MOVE CLR-NEW-STATUS
                               TO CLRREG-NEW-RECORD(84:1)
                           MOVE CLR-CHANGE-DATE
                               TO CLRREG-NEW-RECORD(95:8)
                           MOVE CLR-RETURN-CODE
                               TO CLRREG-NEW-RECORD(104:3)
                       END-IF
                       WRITE CLRREG-NEW-RECORD
               END-READ
           END-PERFORM
           IF CLR-REG-STATUS = "00" OR CLR-REG-STATUS = "10"
               CLOSE CLRREG-FILE
               CLOSE CLRREG-NEW-FILE
               CALL "SYSTEM"
                   USING "mv clearing_register.new clearing_register.txt"
           END-IF.

       EXTRACT-CLEARING-ITEM.
           MOVE CLR-WORK(1:8) TO CLR-REF
           MOVE 0 TO CLR-ACCOUNT
           IF CLR-WORK(10:6) IS NUMERIC
               MOVE CLR-WORK(10:6) TO CLR-ACCOUNT
           END-IF
           MOVE FUNCTION NUMVAL(CLR-WORK(17:9)) TO CLR-AMOUNT
           MOVE CLR-WORK(27:8) TO CLR-BANK
           MOVE CLR-WORK(36:16) TO CLR-BEN-ACCT
           MOVE CLR-WORK(53:30) TO CLR-BEN-NAME
           MOVE CLR-WORK(84:1) TO CLR-STATUS
           MOVE 0 TO CLR-ENTRY-DATE
           IF CLR-WORK(86:8) IS NUMERIC
               MOVE CLR-WORK(86:8) TO CLR-ENTRY-DATE
           END-IF
           MOVE 0 TO CLR-CHANGE-DATE
           IF CLR-WORK(95:8) IS NUMERIC
               MOVE CLR-WORK(95:8) TO CLR-CHANGE-DATE
           END-IF
           MOVE CLR-WORK(104:3) TO CLR-RETURN-CODE.

       BUILD-CLEARING-ITEM.
           MOVE SPACES TO CLR-WORK
           MOVE CLR-REF TO CLR-WORK(1:8)
           MOVE CLR-ACCOUNT TO CLR-WORK(10:6)
           MOVE CLR-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO CLR-WORK(17:9)
           MOVE CLR-BANK TO CLR-WORK(27:8)
           MOVE CLR-BEN-ACCT TO CLR-WORK(36:16)
           MOVE CLR-BEN-NAME TO CLR-WORK(53:30)
           MOVE CLR-STATUS TO CLR-WORK(84:1)
           MOVE CLR-ENTRY-DATE TO CLR-WORK(86:8)
           MOVE CLR-CHANGE-DATE TO CLR-WORK(95:8)
           MOVE CLR-RETURN-CODE TO CLR-WORK(104:3).

       START-CLEARING-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO CLR-RUN-DATE
           MOVE "SYSTEM" TO IN-OPERATOR
           MOVE 0 TO LDG-ENTRY-BATCH
           MOVE WS-DATE TO LDG-VALUE-DATE
           MOVE "N" TO CLR-PRESENT
           MOVE "N" TO CLR-FILE-OK
           MOVE 0 TO CLR-OUT-COUNT
           MOVE 0 TO CLR-OUT-TOTAL
           MOVE 0 TO CLR-ITEM-COUNT
           MOVE 0 TO CLR-CR-COUNT
           MOVE 0 TO CLR-RTN-COUNT
           MOVE 0 TO CLR-BCK-COUNT
           MOVE 0 TO CLR-SUS-COUNT
           OPEN OUTPUT CLRRPT-FILE
           MOVE SPACES TO CLRRPT-RECORD
           STRING "CLEARING SETTLEMENT REPORT - DATE " DELIMITED SIZE
                  WS-DATE                              DELIMITED SIZE
                  " "                                  DELIMITED SIZE
                  WS-TIME                              DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD.

       CLEARING-OUT-RUN.
           PERFORM START-CLEARING-RUN
           PERFORM CLEARING-EXPORT
           CLOSE CLRRPT-FILE
           DISPLAY "=== CLEARING EXPORT COMPLETE: " CLR-OUT-COUNT
                   " ITEM(S) SENT ===".

       CLEARING-IN-RUN.
           PERFORM START-CLEARING-RUN
           PERFORM CLEARING-IMPORT
           CLOSE CLRRPT-FILE
           PERFORM DISPLAY-CLEARING-IMPORT.

       CLEARING-RUN.
           PERFORM START-CLEARING-RUN
           PERFORM CLEARING-EXPORT
           PERFORM CLEARING-IMPORT
           CLOSE CLRRPT-FILE
           DISPLAY "=== CLEARING EXPORT COMPLETE: " CLR-OUT-COUNT
                   " ITEM(S) SENT ==="
           PERFORM DISPLAY-CLEARING-IMPORT.

       DISPLAY-CLEARING-IMPORT.
           IF CLR-PRESENT = "N"
               DISPLAY "=== CLEARING IMPORT: NO INBOUND FILE ==="
           ELSE IF CLR-FILE-OK = "N"
               DISPLAY "=== CLEARING IMPORT REJECTED: "
                       CLR-REJECT-REASON
           ELSE
               DISPLAY "=== CLEARING IMPORT COMPLETE: " CLR-CR-COUNT
                       " CREDITED, " CLR-RTN-COUNT " RETURNED TO US, "
                       CLR-BCK-COUNT " SENT BACK, " CLR-SUS-COUNT
                       " IN SUSPENSE ==="
           END-IF
           END-IF.

       CLEARING-EXPORT.
           PERFORM INIT-GL-TOTALS
           MOVE 0 TO CLR-OUT-COUNT
           MOVE 0 TO CLR-OUT-TOTAL
           PERFORM COUNT-CLEARING-EXPORTS
           ADD 1 TO CLR-EXP-SEQ
           MOVE SPACES TO CLR-OUT-NAME
           STRING "clearing_out_" DELIMITED SIZE
                  WS-DATE         DELIMITED SIZE
                  "_"             DELIMITED SIZE
                  CLR-EXP-SEQ     DELIMITED SIZE
                  ".txt"          DELIMITED SIZE
                  INTO CLR-OUT-NAME
           OPEN OUTPUT CLROUT-FILE
           MOVE SPACES TO CLR-LINE
           MOVE "CLH" TO CLR-LINE(1:3)
           MOVE CLR-OWN-BANK TO CLR-LINE(5:8)
           MOVE "CLEARING" TO CLR-LINE(14:8)
           MOVE WS-DATE TO CLR-LINE(23:8)
           MOVE CLR-LINE TO CLROUT-RECORD
           WRITE CLROUT-RECORD

           MOVE SPACES TO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           STRING "OUTGOING CLEARING FILE " DELIMITED SIZE
                  CLR-OUT-NAME             DELIMITED SPACE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE "STATUS   REF      ACCOUNT     AMOUNT BANK     BENEFICIARY"
               TO CLRRPT-RECORD
           WRITE CLRRPT-RECORD

           MOVE "N" TO CLR-EOF-FLAG
           OPEN INPUT CLRREG-FILE
           IF CLR-REG-STATUS NOT = "00"
               MOVE "Y" TO CLR-EOF-FLAG
           ELSE
               OPEN OUTPUT CLRREG-NEW-FILE
           END-IF
           PERFORM UNTIL CLR-EOF-FLAG = "Y"
               READ CLRREG-FILE
                   AT END
                       MOVE "Y" TO CLR-EOF-FLAG
                   NOT AT END
                       MOVE CLRREG-RECORD TO CLR-WORK
                       IF CLR-WORK(1:8) IS NUMERIC
                           AND CLR-WORK(84:1) = "P"
                           PERFORM EXTRACT-CLEARING-ITEM
                           PERFORM WRITE-CLEARING-OUT-ITEM
                           MOVE "S" TO CLR-STATUS
                           MOVE CLR-RUN-DATE TO CLR-CHANGE-DATE
                           PERFORM BUILD-CLEARING-ITEM
                       END-IF
                       MOVE CLR-WORK TO CLRREG-NEW-RECORD
                       WRITE CLRREG-NEW-RECORD
               END-READ
           END-PERFORM
           IF CLR-REG-STATUS = "00" OR CLR-REG-STATUS = "10"
               CLOSE CLRREG-FILE
               CLOSE CLRREG-NEW-FILE
               CALL "SYSTEM"
                   USING "mv clearing_register.new clearing_register.txt"
           END-IF

           MOVE SPACES TO CLR-LINE
           MOVE "CLT" TO CLR-LINE(1:3)
           MOVE CLR-OUT-COUNT TO CLR-LINE(5:6)
           MOVE CLR-OUT-TOTAL TO CLR-TRL-AMT
           MOVE CLR-TRL-AMT TO CLR-LINE(12:13)
           MOVE CLR-LINE TO CLROUT-RECORD
           WRITE CLROUT-RECORD
           CLOSE CLROUT-FILE
           MOVE SPACES TO SYS-COMMAND
           STRING "mv clearing_out.txt " DELIMITED SIZE
                  CLR-OUT-NAME           DELIMITED SPACE
                  INTO SYS-COMMAND
           CALL "SYSTEM" USING SYS-COMMAND
           PERFORM RECORD-CLEARING-EXPORT

           MOVE CLR-OUT-TOTAL TO GL-CLO-TOTAL
           MOVE CLR-OUT-COUNT TO CLR-COUNT-FMT
           MOVE CLR-OUT-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "ITEMS SENT: "  DELIMITED SIZE
                  CLR-COUNT-FMT   DELIMITED SIZE
                  " TOTAL: "      DELIMITED SIZE
                  CLR-TOTAL-FMT   DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE SPACES TO CLRRPT-RECORD
           STRING "GL "           DELIMITED SIZE
                  GL-ACCT-CLRSUSP DELIMITED SIZE
                  " DR / "        DELIMITED SIZE
                  GL-ACCT-SETTLE  DELIMITED SIZE
                  " CR OUTGOING SETTLEMENT: " DELIMITED SIZE
                  CLR-TOTAL-FMT   DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD

           MOVE "CLROUT" TO GL-RUN-TYPE
           MOVE 0 TO GL-BATCH
           MOVE WS-DATE TO GL-RUN-DATE
           PERFORM WRITE-GL-EXTRACT.

       WRITE-CLEARING-OUT-ITEM.
           MOVE SPACES TO CLR-LINE
           MOVE "CLD" TO CLR-LINE(1:3)
           MOVE CLR-REF TO CLR-LINE(5:8)
           MOVE CLR-BANK TO CLR-LINE(14:8)
           MOVE CLR-BEN-ACCT TO CLR-LINE(23:16)
           MOVE CLR-BEN-NAME TO CLR-LINE(40:30)
           MOVE CLR-ACCOUNT TO CLR-LINE(71:6)
           MOVE CLR-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO CLR-LINE(88:9)
           MOVE CLR-LINE TO CLROUT-RECORD
           WRITE CLROUT-RECORD
           ADD 1 TO CLR-OUT-COUNT
           ADD CLR-AMOUNT TO CLR-OUT-TOTAL
           MOVE CLR-AMOUNT TO CLR-AMT-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "SENT     "    DELIMITED SIZE
                  CLR-REF        DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-ACCOUNT    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-AMT-FMT    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-BANK       DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-BEN-ACCT   DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-BEN-NAME   DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD.

       CLEARING-IMPORT.
           PERFORM INIT-GL-TOTALS
           MOVE 0 TO CLR-CR-COUNT
           MOVE 0 TO CLR-CR-TOTAL
           MOVE 0 TO CLR-RTN-COUNT
           MOVE 0 TO CLR-RTN-TOTAL
           MOVE 0 TO CLR-BCK-COUNT
           MOVE 0 TO CLR-BCK-TOTAL
           MOVE 0 TO CLR-SUS-COUNT
           MOVE 0 TO CLR-SUS-TOTAL
           PERFORM VALIDATE-CLEARING-IN
           MOVE SPACES TO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE "INBOUND CLEARING FILE clearing_in.txt" TO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           IF CLR-PRESENT = "N"
               MOVE "NO INBOUND CLEARING FILE RECEIVED" TO CLRRPT-RECORD
               WRITE CLRRPT-RECORD
           ELSE IF CLR-FILE-OK = "N"
               MOVE SPACES TO CLRRPT-RECORD
               STRING "FILE REJECTED: "  DELIMITED SIZE
                      CLR-REJECT-REASON DELIMITED SIZE
                      INTO CLRRPT-RECORD
               WRITE CLRRPT-RECORD
               MOVE "NO INBOUND ITEMS POSTED" TO CLRRPT-RECORD
               WRITE CLRRPT-RECORD
           ELSE
               PERFORM POST-CLEARING-IN
           END-IF
           END-IF.

       VALIDATE-CLEARING-IN.
           MOVE "N" TO CLR-PRESENT
           MOVE "N" TO CLR-FILE-OK
           MOVE "N" TO CLR-HDR-SEEN
           MOVE "N" TO CLR-TRL-SEEN
           MOVE SPACES TO CLR-REJECT-REASON
           MOVE SPACES TO CLR-SENDER
           MOVE SPACES TO CLR-FILE-DATE
           MOVE 0 TO CLR-ITEM-COUNT
           MOVE 0 TO CLR-ITEM-TOTAL
           MOVE 0 TO CLR-TRL-COUNT
           MOVE 0 TO CLR-TRL-TOTAL
           MOVE "N" TO CLR-EOF-FLAG
           OPEN INPUT CLRIN-FILE
           IF CLR-IN-STATUS NOT = "00"
               MOVE "Y" TO CLR-EOF-FLAG
           ELSE
               MOVE "Y" TO CLR-PRESENT
           END-IF
           PERFORM UNTIL CLR-EOF-FLAG = "Y"
               READ CLRIN-FILE
                   AT END
                       MOVE "Y" TO CLR-EOF-FLAG
                   NOT AT END
                       IF CLR-REJECT-REASON = SPACES
                           PERFORM CHECK-CLEARING-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF CLR-IN-STATUS = "00" OR CLR-IN-STATUS = "10"
               CLOSE CLRIN-FILE
           END-IF
           IF CLR-PRESENT = "Y" AND CLR-REJECT-REASON = SPACES
               IF CLR-HDR-SEEN = "N"
                   MOVE "MISSING FILE HEADER" TO CLR-REJECT-REASON
               ELSE IF CLR-TRL-SEEN = "N"
                   MOVE "MISSING FILE TRAILER" TO CLR-REJECT-REASON
               ELSE IF CLR-TRL-COUNT NOT = CLR-ITEM-COUNT
                   MOVE "TRAILER ITEM COUNT DOES NOT MATCH DETAIL RECORDS"
                       TO CLR-REJECT-REASON
               ELSE IF CLR-TRL-TOTAL NOT = CLR-ITEM-TOTAL
                   MOVE "TRAILER AMOUNT DOES NOT MATCH DETAIL RECORDS"
                       TO CLR-REJECT-REASON
               ELSE
                   PERFORM CHECK-CLEARING-IMPORTED
                   IF CLR-IMPORTED = "Y"
                       MOVE "FILE ALREADY IMPORTED FOR THIS SENDER AND DATE"
                           TO CLR-REJECT-REASON
                   ELSE
                       MOVE "Y" TO CLR-FILE-OK
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-CLEARING-IN-RECORD.
           IF CLR-HDR-SEEN = "N"
               IF CLRIN-RECORD(1:3) = "CLH"
                   AND CLRIN-RECORD(14:8) = CLR-OWN-BANK
                   AND CLRIN-RECORD(23:8) IS NUMERIC
                   MOVE "Y" TO CLR-HDR-SEEN
                   MOVE CLRIN-RECORD(5:8) TO CLR-SENDER
                   MOVE CLRIN-RECORD(23:8) TO CLR-FILE-DATE
               ELSE
                   MOVE "MISSING OR MISADDRESSED FILE HEADER"
                       TO CLR-REJECT-REASON
               END-IF
           ELSE IF CLR-TRL-SEEN = "Y"
               IF CLRIN-RECORD NOT = SPACES
                   MOVE "RECORDS FOUND AFTER FILE TRAILER"
                       TO CLR-REJECT-REASON
               END-IF
           ELSE IF CLRIN-RECORD(1:3) = "CLD" OR CLRIN-RECORD(1:3) = "CLR"
               IF CLRIN-RECORD(88:6) IS NUMERIC
                   AND CLRIN-RECORD(94:1) = "."
                   AND CLRIN-RECORD(95:2) IS NUMERIC
                   ADD 1 TO CLR-ITEM-COUNT
                   ADD FUNCTION NUMVAL(CLRIN-RECORD(88:9))
                       TO CLR-ITEM-TOTAL
               ELSE
                   MOVE "INVALID AMOUNT ON DETAIL RECORD"
                       TO CLR-REJECT-REASON
               END-IF
           ELSE IF CLRIN-RECORD(1:3) = "CLT"
               MOVE "Y" TO CLR-TRL-SEEN
               IF CLRIN-RECORD(5:6) IS NUMERIC
                   AND CLRIN-RECORD(12:10) IS NUMERIC
                   AND CLRIN-RECORD(22:1) = "."
                   AND CLRIN-RECORD(23:2) IS NUMERIC
                   MOVE CLRIN-RECORD(5:6) TO CLR-TRL-COUNT
                   MOVE FUNCTION NUMVAL(CLRIN-RECORD(12:13))
                       TO CLR-TRL-TOTAL
               ELSE
                   MOVE "INVALID FILE TRAILER" TO CLR-REJECT-REASON
               END-IF
           ELSE IF CLRIN-RECORD NOT = SPACES
               MOVE "UNKNOWN RECORD TYPE IN FILE" TO CLR-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-CLEARING-IMPORTED.
           MOVE "N" TO CLR-IMPORTED
           MOVE "N" TO RUN-EOF-FLAG
           OPEN INPUT RUNCTL-FILE
           IF RUN-FILE-STATUS NOT = "00"
               MOVE "Y" TO RUN-EOF-FLAG
           END-IF
           PERFORM UNTIL RUN-EOF-FLAG = "Y" OR CLR-IMPORTED = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO RUN-EOF-FLAG
                   NOT AT END
                       IF RUNCTL-RECORD(1:6) = "CLRIMP"
                           AND RUNCTL-RECORD(8:8) = CLR-SENDER
                           AND RUNCTL-RECORD(17:8) = CLR-FILE-DATE
                           MOVE "Y" TO CLR-IMPORTED
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-FILE-STATUS = "00" OR RUN-FILE-STATUS = "10"
               CLOSE RUNCTL-FILE
           END-IF.

       COUNT-CLEARING-EXPORTS.
           MOVE 0 TO CLR-EXP-SEQ
           MOVE "N" TO RUN-EOF-FLAG
           OPEN INPUT RUNCTL-FILE
           IF RUN-FILE-STATUS NOT = "00"
               MOVE "Y" TO RUN-EOF-FLAG
           END-IF
           PERFORM UNTIL RUN-EOF-FLAG = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO RUN-EOF-FLAG
                   NOT AT END
                       IF RUNCTL-RECORD(1:6) = "CLREXP"
                           AND RUNCTL-RECORD(8:8) = WS-DATE
                           ADD 1 TO CLR-EXP-SEQ
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-FILE-STATUS = "00" OR RUN-FILE-STATUS = "10"
               CLOSE RUNCTL-FILE
           END-IF.

       RECORD-CLEARING-EXPORT.
           MOVE SPACES TO RUNCTL-RECORD
           STRING "CLREXP "    DELIMITED SIZE
                  WS-DATE      DELIMITED SIZE
                  " "          DELIMITED SIZE
                  CLR-EXP-SEQ  DELIMITED SIZE
                  " "          DELIMITED SIZE
                  CLR-OUT-COUNT DELIMITED SIZE
                  INTO RUNCTL-RECORD
           CALL "SYSTEM" USING "touch runcontrol.txt"
           OPEN EXTEND RUNCTL-FILE
           WRITE RUNCTL-RECORD
           CLOSE RUNCTL-FILE.

       RECORD-CLEARING-IMPORTED.
           MOVE SPACES TO RUNCTL-RECORD
           STRING "CLRIMP "     DELIMITED SIZE
                  CLR-SENDER    DELIMITED SIZE
                  " "           DELIMITED SIZE
                  CLR-FILE-DATE DELIMITED SIZE
                  INTO RUNCTL-RECORD
           CALL "SYSTEM" USING "touch runcontrol.txt"
           OPEN EXTEND RUNCTL-FILE
           WRITE RUNCTL-RECORD
           CLOSE RUNCTL-FILE.

       POST-CLEARING-IN.
           MOVE CLR-ITEM-TOTAL TO GL-CLI-TOTAL
           MOVE SPACES TO CLRRPT-RECORD
           STRING "SENDING BANK "  DELIMITED SIZE
                  CLR-SENDER       DELIMITED SIZE
                  " FILE DATE "    DELIMITED SIZE
                  CLR-FILE-DATE    DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE CLR-ITEM-COUNT TO CLR-COUNT-FMT
           MOVE CLR-ITEM-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "CONTROL TOTALS AGREED - ITEMS: " DELIMITED SIZE
                  CLR-COUNT-FMT                      DELIMITED SIZE
                  " AMOUNT: "                        DELIMITED SIZE
                  CLR-TOTAL-FMT                      DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE "STATUS   REF      ACCOUNT              AMOUNT BANK     NOTE"
               TO CLRRPT-RECORD
           WRITE CLRRPT-RECORD

           OPEN OUTPUT CLRRET-FILE
           MOVE SPACES TO CLR-LINE
           MOVE "CLH" TO CLR-LINE(1:3)
           MOVE CLR-OWN-BANK TO CLR-LINE(5:8)
           MOVE CLR-SENDER TO CLR-LINE(14:8)
           MOVE WS-DATE TO CLR-LINE(23:8)
           MOVE CLR-LINE TO CLRRET-RECORD
           WRITE CLRRET-RECORD

           PERFORM OPEN-ACCOUNT-STORE
           MOVE "N" TO CLR-EOF-FLAG
           OPEN INPUT CLRIN-FILE
           IF CLR-IN-STATUS NOT = "00"
               MOVE "Y" TO CLR-EOF-FLAG
           END-IF
           PERFORM UNTIL CLR-EOF-FLAG = "Y"
               READ CLRIN-FILE
                   AT END
                       MOVE "Y" TO CLR-EOF-FLAG
                   NOT AT END
                       MOVE CLRIN-RECORD TO CLR-LINE
                       IF CLR-LINE(1:3) = "CLD"
                           PERFORM POST-INBOUND-CREDIT
                       END-IF
                       IF CLR-LINE(1:3) = "CLR"
                           PERFORM POST-INBOUND-RETURN
                       END-IF
               END-READ
           END-PERFORM
           IF CLR-IN-STATUS = "00" OR CLR-IN-STATUS = "10"
               CLOSE CLRIN-FILE
           END-IF
           PERFORM CLOSE-ACCOUNT-STORE

           MOVE SPACES TO CLR-LINE
           MOVE "CLT" TO CLR-LINE(1:3)
           MOVE CLR-BCK-COUNT TO CLR-LINE(5:6)
           MOVE CLR-BCK-TOTAL TO CLR-TRL-AMT
           MOVE CLR-TRL-AMT TO CLR-LINE(12:13)
           MOVE CLR-LINE TO CLRRET-RECORD
           WRITE CLRRET-RECORD
           CLOSE CLRRET-FILE
           MOVE CLR-BCK-TOTAL TO GL-CLB-TOTAL

           PERFORM RECORD-CLEARING-IMPORTED
           MOVE SPACES TO SYS-COMMAND
           STRING "mv clearing_in.txt clearing_in_" DELIMITED SIZE
                  CLR-FILE-DATE                     DELIMITED SIZE
                  "_"                               DELIMITED SIZE
                  CLR-SENDER                        DELIMITED SPACE
                  ".txt"                            DELIMITED SIZE
                  INTO SYS-COMMAND
           CALL "SYSTEM" USING SYS-COMMAND

           MOVE CLR-CR-COUNT TO CLR-COUNT-FMT
           MOVE CLR-CR-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "CREDITED TO CUSTOMERS: " DELIMITED SIZE
                  CLR-COUNT-FMT              DELIMITED SIZE
                  " TOTAL: "                 DELIMITED SIZE
                  CLR-TOTAL-FMT              DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE CLR-RTN-COUNT TO CLR-COUNT-FMT
           MOVE CLR-RTN-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "OUTGOING ITEMS RETURNED AND REFUNDED: " DELIMITED SIZE
                  CLR-COUNT-FMT                             DELIMITED SIZE
                  " TOTAL: "                                DELIMITED SIZE
                  CLR-TOTAL-FMT                             DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE CLR-BCK-COUNT TO CLR-COUNT-FMT
           MOVE CLR-BCK-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "ITEMS SENT BACK (clearing_returns.txt): "
                  DELIMITED SIZE
                  CLR-COUNT-FMT DELIMITED SIZE
                  " TOTAL: "    DELIMITED SIZE
                  CLR-TOTAL-FMT DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE CLR-SUS-COUNT TO CLR-COUNT-FMT
           MOVE CLR-SUS-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "LEFT IN CLEARING SUSPENSE: " DELIMITED SIZE
                  CLR-COUNT-FMT                  DELIMITED SIZE
                  " TOTAL: "                     DELIMITED SIZE
                  CLR-TOTAL-FMT                  DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD

           COMPUTE CLR-CHECK-TOTAL = CLR-CR-TOTAL + CLR-RTN-TOTAL
               + CLR-BCK-TOTAL + CLR-SUS-TOTAL
           IF CLR-CHECK-TOTAL = CLR-ITEM-TOTAL
               MOVE "SETTLEMENT CHECK: BALANCED" TO CLRRPT-RECORD
           ELSE
               MOVE "SETTLEMENT CHECK: OUT OF BALANCE" TO CLRRPT-RECORD
           END-IF
           WRITE CLRRPT-RECORD

           MOVE GL-CLI-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "GL "           DELIMITED SIZE
                  GL-ACCT-SETTLE  DELIMITED SIZE
                  " DR / "        DELIMITED SIZE
                  GL-ACCT-CLRSUSP DELIMITED SIZE
                  " CR INBOUND SETTLEMENT: " DELIMITED SIZE
                  CLR-TOTAL-FMT   DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE GL-XTI-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "GL "            DELIMITED SIZE
                  GL-ACCT-CLRSUSP  DELIMITED SIZE
                  " DR / "         DELIMITED SIZE
                  GL-ACCT-DEPOSITS DELIMITED SIZE
                  " CR CUSTOMER CREDITS: " DELIMITED SIZE
                  CLR-TOTAL-FMT    DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD
           MOVE GL-CLB-TOTAL TO CLR-TOTAL-FMT
           MOVE SPACES TO CLRRPT-RECORD
           STRING "GL "           DELIMITED SIZE
                  GL-ACCT-CLRSUSP DELIMITED SIZE
                  " DR / "        DELIMITED SIZE
                  GL-ACCT-SETTLE  DELIMITED SIZE
                  " CR ITEMS SENT BACK: " DELIMITED SIZE
                  CLR-TOTAL-FMT   DELIMITED SIZE
                  INTO CLRRPT-RECORD
           WRITE CLRRPT-RECORD

           MOVE "CLRIN " TO GL-RUN-TYPE
           MOVE 0 TO GL-BATCH
           MOVE WS-DATE TO GL-RUN-DATE
           PERFORM WRITE-GL-EXTRACT.

       POST-INBOUND-CREDIT.
           MOVE FUNCTION NUMVAL(CLR-LINE(88:9)) TO CLR-IN-AMOUNT
           MOVE SPACES TO CLR-RETURN-CODE
           MOVE SPACES TO CLR-NOTE
           MOVE "N" TO MATCH-FOUND
           MOVE "N" TO TDP-FOUND
           IF CLR-LINE(23:6) IS NUMERIC AND CLR-LINE(29:10) = SPACES
               MOVE CLR-LINE(23:6) TO CLR-ACCOUNT
               MOVE CLR-ACCOUNT TO ACC-IX-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
           END-IF
           IF MATCH-FOUND = "Y"
               MOVE CLR-ACCOUNT TO TDP-ACCOUNT
               PERFORM FIND-TERM-DEPOSIT
           END-IF
           IF MATCH-FOUND = "N"
               MOVE "R01" TO CLR-RETURN-CODE
               MOVE "R01 UNKNOWN ACCOUNT" TO CLR-NOTE
           ELSE IF ACC-CLOSED
               MOVE "R02" TO CLR-RETURN-CODE
               MOVE "R02 ACCOUNT CLOSED" TO CLR-NOTE
           ELSE IF ACC-FROZEN
               MOVE "R03" TO CLR-RETURN-CODE
               MOVE "R03 ACCOUNT FROZEN" TO CLR-NOTE
           ELSE IF TDP-FOUND = "Y"
               MOVE "R24" TO CLR-RETURN-CODE
               MOVE "R24 TERM DEPOSIT ACCOUNT" TO CLR-NOTE
           ELSE IF ACC-BALANCE + CLR-IN-AMOUNT > 999999.99
               MOVE "R05" TO CLR-RETURN-CODE
               MOVE "R05 BALANCE WOULD EXCEED MAXIMUM" TO CLR-NOTE
           ELSE
               ADD CLR-IN-AMOUNT TO ACC-BALANCE
               IF ACC-DORMANT
                   MOVE "A" TO ACC-STATUS
               END-IF
               MOVE CLR-ACCOUNT TO ACC-IX-ACCOUNT
               MOVE ACC-BALANCE TO REW-BALANCE
               MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
               MOVE ACC-STATUS TO REW-STATUS
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE CLR-ACCOUNT TO LDG-ENTRY-ACCOUNT
               MOVE "XTI" TO LDG-ENTRY-ACTION
               MOVE CLR-IN-AMOUNT TO LDG-AMOUNT-DISPLAY
               MOVE ACC-BALANCE TO LDG-BALANCE-SIGNED
               PERFORM WRITE-LEDGER-ENTRY
               ADD CLR-IN-AMOUNT TO GL-XTI-TOTAL
               ADD 1 TO CLR-CR-COUNT
               ADD CLR-IN-AMOUNT TO CLR-CR-TOTAL
               MOVE "CREDITED" TO CLR-NOTE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF CLR-RETURN-CODE NOT = SPACES
               PERFORM WRITE-CLEARING-RETURN
               MOVE "SENT BACK" TO CLRRPT-RECORD
           ELSE
               MOVE "CREDITED" TO CLRRPT-RECORD
           END-IF
           PERFORM WRITE-CLEARING-IN-LINE.

       WRITE-CLEARING-RETURN.
           MOVE SPACES TO CLRRET-RECORD
           MOVE "CLR" TO CLRRET-RECORD(1:3)
           MOVE CLR-LINE(5:8) TO CLRRET-RECORD(5:8)
           MOVE CLR-LINE(14:8) TO CLRRET-RECORD(14:8)
           MOVE CLR-LINE(71:16) TO CLRRET-RECORD(23:16)
           MOVE CLR-LINE(40:30) TO CLRRET-RECORD(40:30)
           MOVE CLR-LINE(23:16) TO CLRRET-RECORD(71:16)
           MOVE CLR-LINE(88:9) TO CLRRET-RECORD(88:9)
           MOVE CLR-RETURN-CODE TO CLRRET-RECORD(98:3)
           MOVE CLR-LINE(5:8) TO CLRRET-RECORD(102:8)
           WRITE CLRRET-RECORD
           ADD 1 TO CLR-BCK-COUNT
           ADD CLR-IN-AMOUNT TO CLR-BCK-TOTAL.

       POST-INBOUND-RETURN.
           MOVE FUNCTION NUMVAL(CLR-LINE(88:9)) TO CLR-IN-AMOUNT
           MOVE SPACES TO CLR-NOTE
           MOVE "N" TO CLR-POSTED
           MOVE "N" TO CLR-FOUND
           IF CLR-LINE(102:8) IS NUMERIC
               MOVE CLR-LINE(102:8) TO CLR-REF
               PERFORM FIND-CLEARING-ITEM
           END-IF
           IF CLR-FOUND = "N"
               MOVE "ORIGINAL ITEM NOT ON REGISTER" TO CLR-NOTE
           ELSE IF CLR-STATUS NOT = "S"
               MOVE "ORIGINAL ITEM NOT OUTSTANDING" TO CLR-NOTE
           ELSE IF CLR-AMOUNT NOT = CLR-IN-AMOUNT
               MOVE "AMOUNT DIFFERS FROM ORIGINAL ITEM" TO CLR-NOTE
           ELSE
               MOVE CLR-ACCOUNT TO ACC-IX-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
               IF MATCH-FOUND = "N" OR ACC-CLOSED
                   MOVE "ORIGINATING ACCOUNT CLOSED" TO CLR-NOTE
               ELSE IF ACC-BALANCE + CLR-IN-AMOUNT > 999999.99
                   MOVE "BALANCE WOULD EXCEED MAXIMUM" TO CLR-NOTE
               ELSE
                   ADD CLR-IN-AMOUNT TO ACC-BALANCE
                   MOVE CLR-ACCOUNT TO ACC-IX-ACCOUNT
                   MOVE ACC-BALANCE TO REW-BALANCE
                   MOVE ACC-OD-LIMIT TO REW-OD-LIMIT
                   MOVE ACC-STATUS TO REW-STATUS
                   PERFORM REWRITE-ACCOUNT-RECORD
                   MOVE CLR-ACCOUNT TO LDG-ENTRY-ACCOUNT
                   MOVE "XTR" TO LDG-ENTRY-ACTION
                   MOVE CLR-IN-AMOUNT TO LDG-AMOUNT-DISPLAY
                   MOVE ACC-BALANCE TO LDG-BALANCE-SIGNED
                   PERFORM WRITE-LEDGER-ENTRY
                   MOVE "R" TO CLR-NEW-STATUS
                   MOVE CLR-RUN-DATE TO CLR-CHANGE-DATE
                   MOVE CLR-LINE(98:3) TO CLR-RETURN-CODE
                   PERFORM UPDATE-CLEARING-ITEM
                   ADD CLR-IN-AMOUNT TO GL-XTI-TOTAL
                   ADD 1 TO CLR-RTN-COUNT
                   ADD CLR-IN-AMOUNT TO CLR-RTN-TOTAL
                   MOVE "Y" TO CLR-POSTED
                   MOVE SPACES TO CLR-NOTE
                   STRING "REFUNDED TO " DELIMITED SIZE
                          CLR-ACCOUNT    DELIMITED SIZE
                          " REASON "     DELIMITED SIZE
                          CLR-LINE(98:3) DELIMITED SIZE
                          INTO CLR-NOTE
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           IF CLR-POSTED = "Y"
               MOVE "RETURNED" TO CLRRPT-RECORD
           ELSE
               ADD 1 TO CLR-SUS-COUNT
               ADD CLR-IN-AMOUNT TO CLR-SUS-TOTAL
               MOVE "SUSPENSE" TO CLRRPT-RECORD
           END-IF
           PERFORM WRITE-CLEARING-IN-LINE.

       WRITE-CLEARING-IN-LINE.
           MOVE CLR-IN-AMOUNT TO CLR-AMT-FMT
           STRING CLR-LINE(5:8)  DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-LINE(23:16) DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-AMT-FMT    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-LINE(14:8) DELIMITED SIZE
                  " "            DELIMITED SIZE
                  CLR-NOTE       DELIMITED SIZE
                  INTO CLRRPT-RECORD(10:100)
           WRITE CLRRPT-RECORD.

       AML-MONITOR-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE FUNCTION NUMVAL(WS-DATE) TO AML-RUN-DATE
           MOVE 0 TO AML-A-MAX
           MOVE 0 TO AML-C-MAX
           MOVE 0 TO AML-CASE-SEQ
           MOVE 0 TO AML-CTR-COUNT
           MOVE 0 TO AML-CTR-TOTAL
           MOVE "N" TO AML-OVERFLOW
           PERFORM VARYING AML-I FROM 1 BY 1 UNTIL AML-I > 4
               MOVE 0 TO AML-RULE-COUNT(AML-I)
           END-PERFORM
           PERFORM LOAD-AML-PARAMS

           OPEN OUTPUT AMLCASE-FILE
           MOVE SPACES TO AMLCASE-RECORD
           STRING "TRANSACTION MONITORING CASE LIST - DATE " DELIMITED SIZE
                  WS-DATE                                   DELIMITED SIZE
                  " "                                       DELIMITED SIZE
                  WS-TIME                                   DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           IF AML-PRM-FOUND = "N"
               MOVE "PARAMETER FILE aml_params.txt NOT FOUND - DEFAULT THRESHOLDS USED"
                   TO AMLCASE-RECORD
               WRITE AMLCASE-RECORD
           END-IF
           MOVE AML-CTR-LIMIT TO AML-AMT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "CTR THRESHOLD: "  DELIMITED SIZE
                  AML-AMT-FMT        DELIMITED SIZE
                  INTO AMLCASE-RECORD
           MOVE AML-STR-FLOOR TO AML-AMT-FMT
           MOVE AML-STR-COUNT TO AML-COUNT-FMT
           STRING " STRUCTURING FLOOR: " DELIMITED SIZE
                  AML-AMT-FMT            DELIMITED SIZE
                  " MIN ITEMS: "         DELIMITED SIZE
                  AML-COUNT-FMT          DELIMITED SIZE
                  INTO AMLCASE-RECORD(32:80)
           WRITE AMLCASE-RECORD
           MOVE AML-DRM-DAYS TO AML-COUNT-FMT
           MOVE AML-DRM-MIN TO AML-AMT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "DORMANT GAP DAYS: " DELIMITED SIZE
                  AML-COUNT-FMT        DELIMITED SIZE
                  " MIN ACTIVITY: "    DELIMITED SIZE
                  AML-AMT-FMT          DELIMITED SIZE
                  INTO AMLCASE-RECORD
           MOVE AML-RIO-MIN TO AML-AMT-FMT
           MOVE AML-RIO-PCT TO AML-PCT-FMT
           STRING " RAPID IN-OUT MIN: " DELIMITED SIZE
                  AML-AMT-FMT           DELIMITED SIZE
                  " OUT PCT: "          DELIMITED SIZE
                  AML-PCT-FMT           DELIMITED SIZE
                  INTO AMLCASE-RECORD(55:70)
           WRITE AMLCASE-RECORD
           MOVE SPACES TO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           MOVE "CASE          RULE ACCOUNT NATIONAL ID             AMOUNT DETAIL"
               TO AMLCASE-RECORD
           WRITE AMLCASE-RECORD

           PERFORM SCAN-LEDGER-FOR-AML
           PERFORM SCAN-LEDGER-FOR-AML-PRIOR

           PERFORM VARYING AML-I FROM 1 BY 1 UNTIL AML-I > AML-A-MAX
               PERFORM CHECK-AML-DORMANT-ACTIVITY
               PERFORM ADD-AML-CUSTOMER-TOTALS
           END-PERFORM

           OPEN OUTPUT CTR-FILE
           MOVE SPACES TO CTR-RECORD
           MOVE "CTH" TO CTR-RECORD(1:3)
           MOVE CLR-OWN-BANK TO CTR-RECORD(5:8)
           MOVE WS-DATE TO CTR-RECORD(14:8)
           MOVE AML-CTR-LIMIT TO AML-CTR-LIMIT-X
           MOVE AML-CTR-LIMIT-X TO CTR-RECORD(23:9)
           WRITE CTR-RECORD
           PERFORM VARYING AML-J FROM 1 BY 1 UNTIL AML-J > AML-C-MAX
               PERFORM CHECK-AML-CUSTOMER
           END-PERFORM
           MOVE SPACES TO CTR-RECORD
           MOVE "CTT" TO CTR-RECORD(1:3)
           MOVE AML-CTR-COUNT TO CTR-RECORD(5:6)
           MOVE AML-CTR-TOTAL TO AML-CTR-TRL-AMT
           MOVE AML-CTR-TRL-AMT TO CTR-RECORD(12:13)
           WRITE CTR-RECORD
           CLOSE CTR-FILE

           MOVE SPACES TO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           IF AML-OVERFLOW = "Y"
               MOVE "ACCOUNT OR CUSTOMER TABLE FULL - RESULTS INCOMPLETE"
                   TO AMLCASE-RECORD
               WRITE AMLCASE-RECORD
           END-IF
           MOVE AML-A-MAX TO AML-COUNT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "ACCOUNTS WITH ACTIVITY: " DELIMITED SIZE
                  AML-COUNT-FMT              DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           MOVE AML-RULE-COUNT(1) TO AML-COUNT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "CTR LARGE CASH TRANSACTIONS: " DELIMITED SIZE
                  AML-COUNT-FMT                   DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           MOVE AML-RULE-COUNT(2) TO AML-COUNT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "STR POSSIBLE STRUCTURING: " DELIMITED SIZE
                  AML-COUNT-FMT                DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           MOVE AML-RULE-COUNT(3) TO AML-COUNT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "DRM DORMANT ACCOUNT ACTIVITY: " DELIMITED SIZE
                  AML-COUNT-FMT                    DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           MOVE AML-RULE-COUNT(4) TO AML-COUNT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "RIO RAPID IN-OUT TRANSFERS: " DELIMITED SIZE
                  AML-COUNT-FMT                  DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           MOVE AML-CTR-COUNT TO AML-COUNT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING "CASH TRANSACTION REPORTS FILED: " DELIMITED SIZE
                  AML-COUNT-FMT                      DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD
           CLOSE AMLCASE-FILE
           DISPLAY "=== MONITORING COMPLETE: " AML-CASE-SEQ
                   " CASE(S), " AML-CTR-COUNT " CTR(S) ===".

       LOAD-AML-PARAMS.
           MOVE "N" TO AML-PRM-FOUND
           MOVE "N" TO AML-EOF-FLAG
           OPEN INPUT AMLPRM-FILE
           IF AML-PRM-STATUS NOT = "00"
               MOVE "Y" TO AML-EOF-FLAG
           END-IF
           PERFORM UNTIL AML-EOF-FLAG = "Y"
               READ AMLPRM-FILE
                   AT END
                       MOVE "Y" TO AML-EOF-FLAG
                   NOT AT END
                       EVALUATE AMLPRM-RECORD(1:3)
                           WHEN "CTR"
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(5:9))
                                   TO AML-CTR-LIMIT
                               MOVE "Y" TO AML-PRM-FOUND
                           WHEN "STR"
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(5:9))
                                   TO AML-STR-FLOOR
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(15:9))
                                   TO AML-STR-COUNT
                               MOVE "Y" TO AML-PRM-FOUND
                           WHEN "DRM"
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(5:9))
                                   TO AML-DRM-DAYS
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(15:9))
                                   TO AML-DRM-MIN
                               MOVE "Y" TO AML-PRM-FOUND
                           WHEN "RIO"
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(5:9))
                                   TO AML-RIO-MIN
                               MOVE FUNCTION
                                   NUMVAL(AMLPRM-RECORD(15:9))
                                   TO AML-RIO-PCT
                               MOVE "Y" TO AML-PRM-FOUND
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF AML-PRM-STATUS = "00" OR AML-PRM-STATUS = "10"
               CLOSE AMLPRM-FILE
           END-IF.

       SCAN-LEDGER-FOR-AML.
           MOVE "N" TO AML-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF LDG-FILE-STATUS NOT = "00"
               MOVE "Y" TO AML-EOF-FLAG
           END-IF
           PERFORM UNTIL AML-EOF-FLAG = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO AML-EOF-FLAG
                   NOT AT END
                       IF LEDGER-RECORD(1:6) IS NUMERIC
                           AND LEDGER-RECORD(34:8) = WS-DATE
                           MOVE LEDGER-RECORD(8:3) TO AML-ACTION
                           IF AML-ACTION = "DEP" OR AML-ACTION = "WDR"
                               OR AML-ACTION = "TRI" OR AML-ACTION = "TRO"
                               OR AML-ACTION = "XTI" OR AML-ACTION = "XTF"
                               MOVE LEDGER-RECORD(1:6) TO AML-WORK-ACCT
                               MOVE FUNCTION NUMVAL(LEDGER-RECORD(12:10))
                                   TO AML-AMOUNT
                               PERFORM FIND-AML-ACCOUNT-SLOT
                               IF AML-FOUND-I > 0
                                   PERFORM NOTE-AML-ENTRY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LDG-FILE-STATUS = "00" OR LDG-FILE-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF.

       FIND-AML-ACCOUNT-SLOT.
           MOVE 0 TO AML-FOUND-I
           PERFORM VARYING AML-I FROM 1 BY 1
                   UNTIL AML-I > AML-A-MAX OR AML-FOUND-I > 0
               IF AML-A-ACCT(AML-I) = AML-WORK-ACCT
                   MOVE AML-I TO AML-FOUND-I
               END-IF
           END-PERFORM
           IF AML-FOUND-I = 0
               IF AML-A-MAX < 1000
                   ADD 1 TO AML-A-MAX
                   MOVE AML-A-MAX TO AML-FOUND-I
                   MOVE AML-WORK-ACCT TO AML-A-ACCT(AML-FOUND-I)
                   MOVE AML-WORK-ACCT TO INQ-ACCOUNT
                   PERFORM FIND-CUSTOMER-RECORD
                   IF CST-FOUND = "Y"
                       MOVE CST-NATID TO AML-A-NATID(AML-FOUND-I)
                       MOVE CST-NAME TO AML-A-NAME(AML-FOUND-I)
                   ELSE
                       MOVE SPACES TO AML-A-NATID(AML-FOUND-I)
                       MOVE "NO CUSTOMER RECORD"
                           TO AML-A-NAME(AML-FOUND-I)
                   END-IF
                   MOVE 0 TO AML-A-CASH-IN(AML-FOUND-I)
                   MOVE 0 TO AML-A-CASH-OUT(AML-FOUND-I)
                   MOVE 0 TO AML-A-CASH-CNT(AML-FOUND-I)
                   MOVE 0 TO AML-A-STR-CNT(AML-FOUND-I)
                   MOVE 0 TO AML-A-STR-SUM(AML-FOUND-I)
                   MOVE 0 TO AML-A-DAY-TOTAL(AML-FOUND-I)
                   MOVE 0 TO AML-A-IN-MAX(AML-FOUND-I)
                   MOVE "N" TO AML-A-RIO-FLAG(AML-FOUND-I)
                   MOVE 0 TO AML-A-PRIOR(AML-FOUND-I)
               ELSE
                   MOVE "Y" TO AML-OVERFLOW
               END-IF
           END-IF.

       NOTE-AML-ENTRY.
           ADD AML-AMOUNT TO AML-A-DAY-TOTAL(AML-FOUND-I)
           IF AML-ACTION = "DEP" OR AML-ACTION = "WDR"
               ADD 1 TO AML-A-CASH-CNT(AML-FOUND-I)
               IF AML-ACTION = "DEP"
                   ADD AML-AMOUNT TO AML-A-CASH-IN(AML-FOUND-I)
               ELSE
                   ADD AML-AMOUNT TO AML-A-CASH-OUT(AML-FOUND-I)
               END-IF
               IF AML-AMOUNT >= AML-CTR-LIMIT
                   MOVE "CTR" TO AML-CASE-RULE
                   MOVE AML-AMOUNT TO AML-CASE-AMT
                   MOVE SPACES TO AML-CASE-NOTE
                   STRING "LARGE CASH " DELIMITED SIZE
                          AML-ACTION    DELIMITED SIZE
                          " AT "        DELIMITED SIZE
                          LEDGER-RECORD(43:6) DELIMITED SIZE
                          " BY "        DELIMITED SIZE
                          LEDGER-RECORD(52:8) DELIMITED SIZE
                          INTO AML-CASE-NOTE
                   PERFORM WRITE-AML-ACCOUNT-CASE
               ELSE IF AML-AMOUNT >= AML-STR-FLOOR
                   ADD 1 TO AML-A-STR-CNT(AML-FOUND-I)
                   ADD AML-AMOUNT TO AML-A-STR-SUM(AML-FOUND-I)
               END-IF
               END-IF
           END-IF
           IF AML-ACTION = "TRI" OR AML-ACTION = "XTI"
               IF AML-AMOUNT > AML-A-IN-MAX(AML-FOUND-I)
                   MOVE AML-AMOUNT TO AML-A-IN-MAX(AML-FOUND-I)
               END-IF
           END-IF
           IF (AML-ACTION = "TRO" OR AML-ACTION = "XTF")
               AND AML-A-RIO-FLAG(AML-FOUND-I) = "N"
               AND AML-A-IN-MAX(AML-FOUND-I) >= AML-RIO-MIN
               AND AML-AMOUNT * 100 >=
                   AML-A-IN-MAX(AML-FOUND-I) * AML-RIO-PCT
               MOVE "Y" TO AML-A-RIO-FLAG(AML-FOUND-I)
               MOVE "RIO" TO AML-CASE-RULE
               MOVE AML-AMOUNT TO AML-CASE-AMT
               MOVE AML-A-IN-MAX(AML-FOUND-I) TO AML-AMT-FMT
               MOVE SPACES TO AML-CASE-NOTE
               STRING "RAPID " DELIMITED SIZE
                      AML-ACTION DELIMITED SIZE
                      " AFTER TRANSFER IN OF " DELIMITED SIZE
                      AML-AMT-FMT DELIMITED SIZE
                      INTO AML-CASE-NOTE
               PERFORM WRITE-AML-ACCOUNT-CASE
           END-IF.

       SCAN-LEDGER-FOR-AML-PRIOR.
           MOVE "N" TO AML-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF LDG-FILE-STATUS NOT = "00"
               MOVE "Y" TO AML-EOF-FLAG
           END-IF
           PERFORM UNTIL AML-EOF-FLAG = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO AML-EOF-FLAG
                   NOT AT END
                       IF LEDGER-RECORD(1:6) IS NUMERIC
                           MOVE LEDGER-RECORD(8:3) TO AML-ACTION
                           MOVE 0 TO AML-ENTRY-DATE
                           IF (AML-ACTION = "NEW" OR AML-ACTION = "DEP"
                               OR AML-ACTION = "WDR"
                               OR AML-ACTION = "TRO"
                               OR AML-ACTION = "TRI"
                               OR AML-ACTION = "LNB"
                               OR AML-ACTION = "XTF"
                               OR AML-ACTION = "XTI")
                               AND LEDGER-RECORD(34:8) IS NUMERIC
                               MOVE LEDGER-RECORD(34:8) TO AML-ENTRY-DATE
                           END-IF
                           IF AML-ACTION = "CFW"
                               AND LEDGER-RECORD(43:8) IS NUMERIC
                               MOVE LEDGER-RECORD(43:8) TO AML-ENTRY-DATE
                           END-IF
                           IF AML-ENTRY-DATE > 0
                               AND AML-ENTRY-DATE < AML-RUN-DATE
                               MOVE LEDGER-RECORD(1:6) TO AML-WORK-ACCT
                               PERFORM NOTE-AML-PRIOR-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LDG-FILE-STATUS = "00" OR LDG-FILE-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF.

       NOTE-AML-PRIOR-ACTIVITY.
           PERFORM VARYING AML-I FROM 1 BY 1 UNTIL AML-I > AML-A-MAX
               IF AML-A-ACCT(AML-I) = AML-WORK-ACCT
                   AND AML-ENTRY-DATE > AML-A-PRIOR(AML-I)
                   MOVE AML-ENTRY-DATE TO AML-A-PRIOR(AML-I)
               END-IF
           END-PERFORM.

       CHECK-AML-DORMANT-ACTIVITY.
           IF AML-A-PRIOR(AML-I) > 0
               AND AML-A-DAY-TOTAL(AML-I) >= AML-DRM-MIN
               COMPUTE AML-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(AML-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(AML-A-PRIOR(AML-I))
               IF AML-GAP-DAYS >= AML-DRM-DAYS
                   MOVE AML-I TO AML-FOUND-I
                   MOVE "DRM" TO AML-CASE-RULE
                   MOVE AML-A-DAY-TOTAL(AML-I) TO AML-CASE-AMT
                   MOVE AML-GAP-DAYS TO AML-COUNT-FMT
                   MOVE SPACES TO AML-CASE-NOTE
                   STRING "ACTIVITY AFTER " DELIMITED SIZE
                          AML-COUNT-FMT     DELIMITED SIZE
                          " DAYS, LAST "    DELIMITED SIZE
                          AML-A-PRIOR(AML-I) DELIMITED SIZE
                          INTO AML-CASE-NOTE
                   PERFORM WRITE-AML-ACCOUNT-CASE
               END-IF
           END-IF.

       ADD-AML-CUSTOMER-TOTALS.
           IF AML-A-NATID(AML-I) = SPACES
               MOVE SPACES TO AML-CUST-KEY
               STRING "ACCOUNT "       DELIMITED SIZE
                      AML-A-ACCT(AML-I) DELIMITED SIZE
                      INTO AML-CUST-KEY
           ELSE
               MOVE AML-A-NATID(AML-I) TO AML-CUST-KEY
           END-IF
           MOVE 0 TO AML-FOUND-I
           PERFORM VARYING AML-J FROM 1 BY 1
                   UNTIL AML-J > AML-C-MAX OR AML-FOUND-I > 0
               IF AML-C-KEY(AML-J) = AML-CUST-KEY
                   MOVE AML-J TO AML-FOUND-I
               END-IF
           END-PERFORM
           IF AML-FOUND-I = 0
               IF AML-C-MAX < 1000
                   ADD 1 TO AML-C-MAX
                   MOVE AML-C-MAX TO AML-FOUND-I
                   MOVE AML-CUST-KEY TO AML-C-KEY(AML-FOUND-I)
                   MOVE AML-A-NAME(AML-I) TO AML-C-NAME(AML-FOUND-I)
                   MOVE AML-A-ACCT(AML-I)
                       TO AML-C-FIRST-ACCT(AML-FOUND-I)
                   MOVE 0 TO AML-C-ACCTS(AML-FOUND-I)
                   MOVE 0 TO AML-C-CASH-IN(AML-FOUND-I)
                   MOVE 0 TO AML-C-CASH-OUT(AML-FOUND-I)
                   MOVE 0 TO AML-C-CASH-CNT(AML-FOUND-I)
                   MOVE 0 TO AML-C-STR-CNT(AML-FOUND-I)
                   MOVE 0 TO AML-C-STR-SUM(AML-FOUND-I)
               ELSE
                   MOVE "Y" TO AML-OVERFLOW
               END-IF
           END-IF
           IF AML-FOUND-I > 0
               ADD 1 TO AML-C-ACCTS(AML-FOUND-I)
               ADD AML-A-CASH-IN(AML-I) TO AML-C-CASH-IN(AML-FOUND-I)
               ADD AML-A-CASH-OUT(AML-I) TO AML-C-CASH-OUT(AML-FOUND-I)
               ADD AML-A-CASH-CNT(AML-I) TO AML-C-CASH-CNT(AML-FOUND-I)
               ADD AML-A-STR-CNT(AML-I) TO AML-C-STR-CNT(AML-FOUND-I)
               ADD AML-A-STR-SUM(AML-I) TO AML-C-STR-SUM(AML-FOUND-I)
           END-IF.

       CHECK-AML-CUSTOMER.
           IF AML-C-KEY(AML-J)(1:8) = "ACCOUNT "
               MOVE SPACES TO AML-CASE-NATID
           ELSE
               MOVE AML-C-KEY(AML-J) TO AML-CASE-NATID
           END-IF
           MOVE AML-C-FIRST-ACCT(AML-J) TO AML-CASE-ACCT
           IF AML-C-STR-CNT(AML-J) >= AML-STR-COUNT
               AND AML-C-STR-SUM(AML-J) >= AML-CTR-LIMIT
               MOVE "STR" TO AML-CASE-RULE
               MOVE AML-C-STR-SUM(AML-J) TO AML-CASE-AMT
               MOVE AML-C-STR-CNT(AML-J) TO AML-COUNT-FMT
               MOVE SPACES TO AML-CASE-NOTE
               STRING AML-COUNT-FMT DELIMITED SIZE
                      " CASH ITEMS UNDER THRESHOLD, " DELIMITED SIZE
                      AML-C-ACCTS(AML-J) DELIMITED SIZE
                      " ACCT(S)" DELIMITED SIZE
                      INTO AML-CASE-NOTE
               PERFORM WRITE-AML-CASE
           END-IF
           IF AML-C-CASH-IN(AML-J) >= AML-CTR-LIMIT
               OR AML-C-CASH-OUT(AML-J) >= AML-CTR-LIMIT
               MOVE SPACES TO CTR-RECORD
               MOVE "CTD" TO CTR-RECORD(1:3)
               MOVE AML-CASE-NATID TO CTR-RECORD(5:16)
               MOVE AML-C-NAME(AML-J) TO CTR-RECORD(22:30)
               MOVE AML-C-FIRST-ACCT(AML-J) TO CTR-RECORD(53:6)
               MOVE AML-C-ACCTS(AML-J) TO CTR-RECORD(60:3)
               MOVE AML-C-CASH-IN(AML-J) TO AML-CTR-AMT
               MOVE AML-CTR-AMT TO CTR-RECORD(64:11)
               MOVE AML-C-CASH-OUT(AML-J) TO AML-CTR-AMT
               MOVE AML-CTR-AMT TO CTR-RECORD(76:11)
               MOVE AML-C-CASH-CNT(AML-J) TO CTR-RECORD(88:4)
               WRITE CTR-RECORD
               ADD 1 TO AML-CTR-COUNT
               ADD AML-C-CASH-IN(AML-J) TO AML-CTR-TOTAL
               ADD AML-C-CASH-OUT(AML-J) TO AML-CTR-TOTAL
           END-IF.

       WRITE-AML-ACCOUNT-CASE.
           MOVE AML-A-ACCT(AML-FOUND-I) TO AML-CASE-ACCT
           MOVE AML-A-NATID(AML-FOUND-I) TO AML-CASE-NATID
           PERFORM WRITE-AML-CASE.

       WRITE-AML-CASE.
           ADD 1 TO AML-CASE-SEQ
           EVALUATE AML-CASE-RULE
               WHEN "CTR"
                   ADD 1 TO AML-RULE-COUNT(1)
               WHEN "STR"
                   ADD 1 TO AML-RULE-COUNT(2)
               WHEN "DRM"
                   ADD 1 TO AML-RULE-COUNT(3)
               WHEN "RIO"
                   ADD 1 TO AML-RULE-COUNT(4)
           END-EVALUATE
           MOVE AML-CASE-AMT TO AML-AMT-FMT
           MOVE SPACES TO AMLCASE-RECORD
           STRING WS-DATE        DELIMITED SIZE
                  "-"            DELIMITED SIZE
                  AML-CASE-SEQ   DELIMITED SIZE
                  " "            DELIMITED SIZE
                  AML-CASE-RULE  DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  AML-CASE-ACCT  DELIMITED SIZE
                  " "            DELIMITED SIZE
                  AML-CASE-NATID DELIMITED SIZE
                  " "            DELIMITED SIZE
                  AML-AMT-FMT    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  AML-CASE-NOTE  DELIMITED SIZE
                  INTO AMLCASE-RECORD
           WRITE AMLCASE-RECORD.

       DEPOSIT-INSURANCE-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE 0 TO DIP-D-MAX
           MOVE 0 TO DIP-ACCT-COUNT
           MOVE 0 TO DIP-EXC-COUNT
           MOVE 0 TO DIP-EXC-TOTAL
           MOVE 0 TO DIP-FULL-COUNT
           MOVE 0 TO DIP-PART-COUNT
           MOVE 0 TO DIP-NONE-COUNT
           MOVE 0 TO DIP-TOTAL-BAL
           MOVE 0 TO DIP-TOTAL-INS
           MOVE 0 TO DIP-TOTAL-UNINS
           MOVE 0 TO DIP-TOTAL-RATE
           MOVE "N" TO DIP-OVERFLOW
           PERFORM LOAD-DIP-PARAMS
           PERFORM LOAD-TERM-DEPOSIT-TABLE

           OPEN OUTPUT DIPEXC-FILE
           MOVE SPACES TO DIPEXC-RECORD
           STRING "DEPOSIT INSURANCE EXCEPTIONS - " DELIMITED SIZE
                  WS-DATE                           DELIMITED SIZE
                  INTO DIPEXC-RECORD
           WRITE DIPEXC-RECORD
           MOVE "ACCOUNT  ST          BALANCE REASON" TO DIPEXC-RECORD
           WRITE DIPEXC-RECORD

           MOVE "N" TO DIP-EOF-FLAG
           PERFORM OPEN-ACCOUNT-STORE
           PERFORM UNTIL DIP-EOF-FLAG = "Y"
                   OR AIX-FILE-STATUS NOT = "00"
               READ ACC-IX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO DIP-EOF-FLAG
                   NOT AT END
                       PERFORM EXTRACT-ACCOUNT-FIELDS
                       IF NOT ACC-CLOSED AND ACC-BALANCE > 0
                           PERFORM ADD-DIP-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ACCOUNT-STORE

           IF DIP-OVERFLOW = "Y"
               MOVE "DEPOSITOR TABLE FULL - EXPOSURE FILE INCOMPLETE"
                   TO DIPEXC-RECORD
               WRITE DIPEXC-RECORD
           END-IF
           MOVE DIP-EXC-COUNT TO DIP-COUNT-FMT
           MOVE SPACES TO DIPEXC-RECORD
           STRING "EXCEPTIONS: " DELIMITED SIZE
                  DIP-COUNT-FMT  DELIMITED SIZE
                  INTO DIPEXC-RECORD
           WRITE DIPEXC-RECORD
           CLOSE DIPEXC-FILE

           OPEN OUTPUT DIP-FILE
           MOVE SPACES TO DIP-RECORD
           MOVE "DPH" TO DIP-RECORD(1:3)
           MOVE CLR-OWN-BANK TO DIP-RECORD(5:8)
           MOVE WS-DATE TO DIP-RECORD(14:8)
           MOVE DIP-LIMIT TO DIP-LIMIT-X
           MOVE DIP-LIMIT-X TO DIP-RECORD(23:12)
           MOVE DIP-MAX-RATE TO DIP-RATE-X
           MOVE DIP-RATE-X TO DIP-RECORD(36:6)
           WRITE DIP-RECORD
           PERFORM VARYING DIP-I FROM 1 BY 1 UNTIL DIP-I > DIP-D-MAX
               PERFORM WRITE-DIP-DEPOSITOR
           END-PERFORM
           MOVE SPACES TO DIP-RECORD
           MOVE "DPT" TO DIP-RECORD(1:3)
           MOVE DIP-D-MAX TO DIP-DPD-COUNT
           MOVE DIP-DPD-COUNT TO DIP-RECORD(5:6)
           MOVE DIP-TOTAL-BAL TO DIP-TRL-AMT-X
           MOVE DIP-TRL-AMT-X TO DIP-RECORD(12:15)
           MOVE DIP-TOTAL-INS TO DIP-TRL-AMT-X
           MOVE DIP-TRL-AMT-X TO DIP-RECORD(28:15)
           MOVE DIP-TOTAL-UNINS TO DIP-TRL-AMT-X
           MOVE DIP-TRL-AMT-X TO DIP-RECORD(44:15)
           WRITE DIP-RECORD
           CLOSE DIP-FILE

           PERFORM WRITE-DIP-SUMMARY
           DISPLAY "=== DEPOSIT INSURANCE: " DIP-D-MAX
                   " DEPOSITOR(S), " DIP-EXC-COUNT
                   " EXCEPTION(S) ===".

       LOAD-DIP-PARAMS.
           MOVE "N" TO DIP-PRM-FOUND
           MOVE "N" TO DIP-EOF-FLAG
           OPEN INPUT DIPPRM-FILE
           IF DIP-PRM-STATUS NOT = "00"
               MOVE "Y" TO DIP-EOF-FLAG
           END-IF
           PERFORM UNTIL DIP-EOF-FLAG = "Y"
               READ DIPPRM-FILE
                   AT END
                       MOVE "Y" TO DIP-EOF-FLAG
                   NOT AT END
                       EVALUATE DIPPRM-RECORD(1:3)
                           WHEN "LIM"
                               MOVE FUNCTION
                                   NUMVAL(DIPPRM-RECORD(5:12))
                                   TO DIP-LIMIT
                               MOVE "Y" TO DIP-PRM-FOUND
                           WHEN "RTE"
                               MOVE FUNCTION
                                   NUMVAL(DIPPRM-RECORD(5:9))
                                   TO DIP-MAX-RATE
                               MOVE "Y" TO DIP-PRM-FOUND
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF DIP-PRM-STATUS = "00" OR DIP-PRM-STATUS = "10"
               CLOSE DIPPRM-FILE
           END-IF.

       ADD-DIP-ACCOUNT.
           ADD 1 TO DIP-ACCT-COUNT
           MOVE ACC-ACCOUNT TO INQ-ACCOUNT
           PERFORM FIND-CUSTOMER-RECORD
           IF CST-FOUND = "N"
               MOVE "NO CUSTOMER RECORD" TO DIP-EXC-REASON
               PERFORM WRITE-DIP-EXCEPTION
           ELSE IF CST-NATID = SPACES
               MOVE "NO NATIONAL ID" TO DIP-EXC-REASON
               PERFORM WRITE-DIP-EXCEPTION
           ELSE
               PERFORM LOOKUP-TERM-DEPOSIT-TABLE
               IF TDP-IN-TABLE = "Y"
                   MOVE TDP-RATE TO DIP-ACCT-RATE
               ELSE
                   PERFORM SELECT-INTEREST-TIER
                   MOVE INT-APPLIED-RATE TO DIP-ACCT-RATE
               END-IF
               MOVE 0 TO DIP-FOUND-I
               PERFORM VARYING DIP-I FROM 1 BY 1
                       UNTIL DIP-I > DIP-D-MAX OR DIP-FOUND-I > 0
                   IF DIP-D-NATID(DIP-I) = CST-NATID
                       MOVE DIP-I TO DIP-FOUND-I
                   END-IF
               END-PERFORM
               IF DIP-FOUND-I = 0
                   IF DIP-D-MAX < 1000
                       ADD 1 TO DIP-D-MAX
                       MOVE DIP-D-MAX TO DIP-FOUND-I
                       MOVE CST-NATID TO DIP-D-NATID(DIP-FOUND-I)
                       MOVE CST-NAME TO DIP-D-NAME(DIP-FOUND-I)
                       MOVE 0 TO DIP-D-ACCTS(DIP-FOUND-I)
                       MOVE 0 TO DIP-D-BALANCE(DIP-FOUND-I)
                       MOVE 0 TO DIP-D-RATE-BAL(DIP-FOUND-I)
                   ELSE
                       MOVE "Y" TO DIP-OVERFLOW
                   END-IF
               END-IF
               IF DIP-FOUND-I > 0
                   ADD 1 TO DIP-D-ACCTS(DIP-FOUND-I)
                   IF DIP-ACCT-RATE > DIP-MAX-RATE
                       ADD ACC-BALANCE TO DIP-D-RATE-BAL(DIP-FOUND-I)
                   ELSE
                       ADD ACC-BALANCE TO DIP-D-BALANCE(DIP-FOUND-I)
                   END-IF
               END-IF
           END-IF
           END-IF.

       WRITE-DIP-EXCEPTION.
           ADD 1 TO DIP-EXC-COUNT
           ADD ACC-BALANCE TO DIP-EXC-TOTAL
           MOVE ACC-BALANCE TO DIP-AMT-FMT
           MOVE SPACES TO DIPEXC-RECORD
           STRING ACC-ACCOUNT    DELIMITED SIZE
                  "   "          DELIMITED SIZE
                  ACC-STATUS     DELIMITED SIZE
                  " "            DELIMITED SIZE
                  DIP-AMT-FMT    DELIMITED SIZE
                  " "            DELIMITED SIZE
                  DIP-EXC-REASON DELIMITED SIZE
                  INTO DIPEXC-RECORD
           WRITE DIPEXC-RECORD.

       WRITE-DIP-DEPOSITOR.
           IF DIP-D-BALANCE(DIP-I) > DIP-LIMIT
               MOVE DIP-LIMIT TO DIP-INSURED
           ELSE
               MOVE DIP-D-BALANCE(DIP-I) TO DIP-INSURED
           END-IF
           COMPUTE DIP-UNINSURED = DIP-D-BALANCE(DIP-I)
               - DIP-INSURED + DIP-D-RATE-BAL(DIP-I)
           COMPUTE DIP-COVERED = DIP-D-BALANCE(DIP-I)
               + DIP-D-RATE-BAL(DIP-I)
           IF DIP-UNINSURED = 0
               ADD 1 TO DIP-FULL-COUNT
           ELSE IF DIP-INSURED = 0
               ADD 1 TO DIP-NONE-COUNT
           ELSE
               ADD 1 TO DIP-PART-COUNT
           END-IF
           END-IF
           ADD DIP-COVERED TO DIP-TOTAL-BAL
           ADD DIP-INSURED TO DIP-TOTAL-INS
           ADD DIP-UNINSURED TO DIP-TOTAL-UNINS
           ADD DIP-D-RATE-BAL(DIP-I) TO DIP-TOTAL-RATE
           MOVE SPACES TO DIP-RECORD
           MOVE "DPD" TO DIP-RECORD(1:3)
           MOVE DIP-D-NATID(DIP-I) TO DIP-RECORD(5:16)
           MOVE DIP-D-NAME(DIP-I) TO DIP-RECORD(22:30)
           MOVE DIP-D-ACCTS(DIP-I) TO DIP-RECORD(53:3)
           MOVE DIP-COVERED TO DIP-AMT-X
           MOVE DIP-AMT-X TO DIP-RECORD(57:13)
           MOVE DIP-INSURED TO DIP-AMT-X
           MOVE DIP-AMT-X TO DIP-RECORD(71:13)
           MOVE DIP-UNINSURED TO DIP-AMT-X
           MOVE DIP-AMT-X TO DIP-RECORD(85:13)
           MOVE DIP-D-RATE-BAL(DIP-I) TO DIP-AMT-X
           MOVE DIP-AMT-X TO DIP-RECORD(99:13)
           WRITE DIP-RECORD.

       WRITE-DIP-SUMMARY.
           OPEN OUTPUT DIPSUM-FILE
           MOVE SPACES TO DIPSUM-RECORD
           STRING "DEPOSIT INSURANCE EXPOSURE SUMMARY - " DELIMITED SIZE
                  WS-DATE                                 DELIMITED SIZE
                  " "                                     DELIMITED SIZE
                  WS-TIME                                 DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           IF DIP-PRM-FOUND = "N"
               MOVE "PARAMETER FILE dip_params.txt NOT FOUND - DEFAULTS USED"
                   TO DIPSUM-RECORD
               WRITE DIPSUM-RECORD
           END-IF
           MOVE DIP-LIMIT TO DIP-AMT-FMT
           MOVE DIP-MAX-RATE TO DIP-RATE-X
           MOVE SPACES TO DIPSUM-RECORD
           STRING "COVER LIMIT PER DEPOSITOR: " DELIMITED SIZE
                  DIP-AMT-FMT                   DELIMITED SIZE
                  "  MAX RATE: "                DELIMITED SIZE
                  DIP-RATE-X                    DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE SPACES TO DIPSUM-RECORD
           WRITE DIPSUM-RECORD

           MOVE DIP-ACCT-COUNT TO DIP-COUNT-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "ACCOUNTS WITH CREDIT BALANCE:  " DELIMITED SIZE
                  DIP-COUNT-FMT                     DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-D-MAX TO DIP-COUNT-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "DEPOSITORS:                    " DELIMITED SIZE
                  DIP-COUNT-FMT                     DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-FULL-COUNT TO DIP-COUNT-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "  FULLY INSURED:               " DELIMITED SIZE
                  DIP-COUNT-FMT                     DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-PART-COUNT TO DIP-COUNT-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "  PARTLY INSURED:              " DELIMITED SIZE
                  DIP-COUNT-FMT                     DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-NONE-COUNT TO DIP-COUNT-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "  NOT INSURED:                 " DELIMITED SIZE
                  DIP-COUNT-FMT                     DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-EXC-COUNT TO DIP-COUNT-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "EXCEPTION ACCOUNTS:            " DELIMITED SIZE
                  DIP-COUNT-FMT                     DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE SPACES TO DIPSUM-RECORD
           WRITE DIPSUM-RECORD

           MOVE DIP-TOTAL-BAL TO DIP-TOTAL-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "TOTAL DEPOSITS:           " DELIMITED SIZE
                  DIP-TOTAL-FMT                DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-TOTAL-INS TO DIP-TOTAL-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "INSURED:                  " DELIMITED SIZE
                  DIP-TOTAL-FMT                DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-TOTAL-UNINS TO DIP-TOTAL-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "UNINSURED:                " DELIMITED SIZE
                  DIP-TOTAL-FMT                DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-TOTAL-RATE TO DIP-TOTAL-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "  OF WHICH OVER MAX RATE: " DELIMITED SIZE
                  DIP-TOTAL-FMT                DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           MOVE DIP-EXC-TOTAL TO DIP-TOTAL-FMT
           MOVE SPACES TO DIPSUM-RECORD
           STRING "EXCEPTION BALANCES:       " DELIMITED SIZE
                  DIP-TOTAL-FMT                DELIMITED SIZE
                  INTO DIPSUM-RECORD
           WRITE DIPSUM-RECORD
           IF DIP-OVERFLOW = "Y"
               MOVE "WARNING: DEPOSITOR TABLE FULL - TOTALS INCOMPLETE"
                   TO DIPSUM-RECORD
               WRITE DIPSUM-RECORD
           END-IF
           CLOSE DIPSUM-FILE.

       INTEGRITY-CHECK-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE 0 TO RIC-CRIT-COUNT
           MOVE 0 TO RIC-WARN-COUNT
           MOVE 0 TO RIC-A-MAX
           MOVE "N" TO RIC-OVERFLOW
           PERFORM VARYING RIC-I FROM 1 BY 1 UNTIL RIC-I > 17
               MOVE 0 TO RIC-CODE-COUNT(RIC-I)
           END-PERFORM
           PERFORM LOAD-INTEGRITY-PARAMS

           OPEN OUTPUT RICRPT-FILE
           MOVE SPACES TO RICRPT-RECORD
           STRING "CROSS-FILE INTEGRITY REPORT - " DELIMITED SIZE
                  WS-DATE                          DELIMITED SIZE
                  " "                              DELIMITED SIZE
                  WS-TIME                          DELIMITED SIZE
                  INTO RICRPT-RECORD
           WRITE RICRPT-RECORD
           MOVE SPACES TO RICRPT-RECORD
           WRITE RICRPT-RECORD
           MOVE "CODE SEV FILE                 KEY      ACCOUNT DETAIL"
               TO RICRPT-RECORD
           WRITE RICRPT-RECORD

           PERFORM LOAD-RIC-ACCOUNT-TABLE
           IF RIC-OVERFLOW = "Y"
               MOVE "I00" TO RIC-CODE
               MOVE "C" TO RIC-SEVERITY
               MOVE "accounts.idx" TO RIC-FILE-NAME
               MOVE SPACES TO RIC-KEY
               MOVE 0 TO RIC-ACCT
               MOVE "ACCOUNT TABLE FULL - CHECK INCOMPLETE" TO RIC-NOTE
               PERFORM WRITE-RIC-BREAK
           END-IF
           PERFORM CHECK-RIC-STANDING-ORDERS
           PERFORM CHECK-RIC-PENDING-AUTH
           PERFORM CHECK-RIC-ACCRUALS
           PERFORM CHECK-RIC-CUSTOMERS
           PERFORM CHECK-RIC-OPERATORS
           PERFORM CHECK-RIC-TERM-DEPOSITS
           PERFORM CHECK-RIC-LOANS
           PERFORM CHECK-RIC-HOLDS

           MOVE SPACES TO RICRPT-RECORD
           WRITE RICRPT-RECORD
           MOVE "BREAK COUNTS BY CODE" TO RICRPT-RECORD
           WRITE RICRPT-RECORD
           PERFORM VARYING RIC-I FROM 1 BY 1 UNTIL RIC-I > 17
               IF RIC-CODE-COUNT(RIC-I) > 0
                   MOVE RIC-I TO RIC-CODE-N
                   MOVE RIC-CODE-COUNT(RIC-I) TO RIC-COUNT-FMT
                   MOVE SPACES TO RICRPT-RECORD
                   STRING "  I"          DELIMITED SIZE
                          RIC-CODE-N     DELIMITED SIZE
                          ": "           DELIMITED SIZE
                          RIC-COUNT-FMT  DELIMITED SIZE
                          INTO RICRPT-RECORD
                   WRITE RICRPT-RECORD
               END-IF
           END-PERFORM
           MOVE RIC-CRIT-COUNT TO RIC-COUNT-FMT
           MOVE SPACES TO RICRPT-RECORD
           STRING "CRITICAL BREAKS: " DELIMITED SIZE
                  RIC-COUNT-FMT       DELIMITED SIZE
                  "  LIMIT: "         DELIMITED SIZE
                  RIC-CRIT-LIMIT      DELIMITED SIZE
                  INTO RICRPT-RECORD
           WRITE RICRPT-RECORD
           MOVE RIC-WARN-COUNT TO RIC-COUNT-FMT
           MOVE SPACES TO RICRPT-RECORD
           STRING "WARNINGS:        " DELIMITED SIZE
                  RIC-COUNT-FMT       DELIMITED SIZE
                  INTO RICRPT-RECORD
           WRITE RICRPT-RECORD
           CLOSE RICRPT-FILE
           DISPLAY "=== INTEGRITY CHECK: " RIC-CRIT-COUNT
                   " CRITICAL, " RIC-WARN-COUNT " WARNING(S) ===".

       LOAD-INTEGRITY-PARAMS.
           MOVE "N" TO RIC-EOD-ENABLED
           MOVE 0 TO RIC-CRIT-LIMIT
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT RICPRM-FILE
           IF RIC-PRM-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ RICPRM-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       EVALUATE RICPRM-RECORD(1:3)
                           WHEN "EOD"
                               IF RICPRM-RECORD(5:1) = "Y"
                                   MOVE "Y" TO RIC-EOD-ENABLED
                               END-IF
                           WHEN "CRT"
                               MOVE FUNCTION
                                   NUMVAL(RICPRM-RECORD(5:9))
                                   TO RIC-CRIT-LIMIT
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF RIC-PRM-STATUS = "00" OR RIC-PRM-STATUS = "10"
               CLOSE RICPRM-FILE
           END-IF.

       LOAD-RIC-ACCOUNT-TABLE.
           MOVE "N" TO RIC-EOF-FLAG
           PERFORM OPEN-ACCOUNT-STORE
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
                   OR AIX-FILE-STATUS NOT = "00"
               READ ACC-IX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       PERFORM EXTRACT-ACCOUNT-FIELDS
                       IF RIC-A-MAX < 5000
                           ADD 1 TO RIC-A-MAX
                           MOVE ACC-ACCOUNT TO RIC-A-ACCT(RIC-A-MAX)
                           MOVE ACC-STATUS TO RIC-A-STATUS(RIC-A-MAX)
                           MOVE "N" TO RIC-A-CUST(RIC-A-MAX)
                       ELSE
                           MOVE "Y" TO RIC-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ACCOUNT-STORE
           MOVE RIC-A-MAX TO RIC-READ-COUNT
           MOVE "accounts.idx" TO RIC-FILE-NAME
           PERFORM WRITE-RIC-FILE-COUNT.

       FIND-RIC-ACCOUNT.
           MOVE 0 TO RIC-FOUND-I
           PERFORM VARYING RIC-J FROM 1 BY 1
                   UNTIL RIC-J > RIC-A-MAX OR RIC-FOUND-I > 0
               IF RIC-A-ACCT(RIC-J) = RIC-WORK-ACCT
                   MOVE RIC-J TO RIC-FOUND-I
               END-IF
           END-PERFORM.

       CHECK-RIC-STANDING-ORDERS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "standing_orders.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT SO-FILE
           IF SO-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ SO-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       MOVE SO-RECORD(1:8) TO RIC-KEY
                       IF SO-RECORD(1:6) IS NUMERIC
                           AND SO-RECORD(23:8) IS NUMERIC
                           AND (SO-RECORD(22:1) = "D"
                           OR SO-RECORD(22:1) = "W"
                           OR SO-RECORD(22:1) = "M")
                           MOVE SO-RECORD(1:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           MOVE SO-RECORD(23:8) TO RIC-KEY
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I01" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "STANDING ORDER ACCOUNT NOT ON FILE"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                               MOVE "I02" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "STANDING ORDER ON CLOSED ACCOUNT"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "F"
                               OR RIC-A-STATUS(RIC-FOUND-I) = "D"
                               MOVE "I03" TO RIC-CODE
                               MOVE "W" TO RIC-SEVERITY
                               MOVE SPACES TO RIC-NOTE
                               STRING "STANDING ORDER ON ACCOUNT STATUS "
                                      DELIMITED SIZE
                                      RIC-A-STATUS(RIC-FOUND-I)
                                      DELIMITED SIZE
                                      INTO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           END-IF
                           END-IF
                           END-IF
                       ELSE
                           MOVE 0 TO RIC-ACCT
                           MOVE "I04" TO RIC-CODE
                           MOVE "W" TO RIC-SEVERITY
                           MOVE "INVALID STANDING ORDER RECORD" TO RIC-NOTE
                           PERFORM WRITE-RIC-BREAK
                       END-IF
               END-READ
           END-PERFORM
           IF SO-FILE-STATUS = "00" OR SO-FILE-STATUS = "10"
               CLOSE SO-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       CHECK-RIC-PENDING-AUTH.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "pending_auth.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF PEND-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ PEND-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       IF PEND-RECORD(1:6) IS NUMERIC
                           AND PEND-RECORD(8:6) IS NUMERIC
                           AND PEND-RECORD(56:1) = "P"
                           MOVE SPACES TO RIC-KEY
                           MOVE PEND-RECORD(1:6) TO RIC-KEY
                           MOVE PEND-RECORD(8:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I05" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "PENDING AUTHORIZATION ACCOUNT NOT ON FILE"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                               OR RIC-A-STATUS(RIC-FOUND-I) = "F"
                               MOVE "I06" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE SPACES TO RIC-NOTE
                               STRING "PENDING " DELIMITED SIZE
                                      PEND-RECORD(15:3) DELIMITED SIZE
                                      " ON ACCOUNT STATUS " DELIMITED SIZE
                                      RIC-A-STATUS(RIC-FOUND-I)
                                      DELIMITED SIZE
                                      INTO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           END-IF
                           END-IF
                           IF PEND-RECORD(15:3) = "TRF"
                               AND PEND-RECORD(33:6) IS NUMERIC
                               MOVE PEND-RECORD(33:6) TO RIC-WORK-ACCT
                               PERFORM FIND-RIC-ACCOUNT
                               IF RIC-FOUND-I = 0
                                   MOVE "I07" TO RIC-CODE
                                   MOVE "W" TO RIC-SEVERITY
                                   MOVE SPACES TO RIC-NOTE
                                   STRING "PENDING TRF DESTINATION "
                                          DELIMITED SIZE
                                          RIC-WORK-ACCT DELIMITED SIZE
                                          " NOT ON FILE" DELIMITED SIZE
                                          INTO RIC-NOTE
                                   PERFORM WRITE-RIC-BREAK
                               ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                                   MOVE "I07" TO RIC-CODE
                                   MOVE "W" TO RIC-SEVERITY
                                   MOVE SPACES TO RIC-NOTE
                                   STRING "PENDING TRF DESTINATION "
                                          DELIMITED SIZE
                                          RIC-WORK-ACCT DELIMITED SIZE
                                          " CLOSED" DELIMITED SIZE
                                          INTO RIC-NOTE
                                   PERFORM WRITE-RIC-BREAK
                               END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PEND-FILE-STATUS = "00" OR PEND-FILE-STATUS = "10"
               CLOSE PEND-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       CHECK-RIC-ACCRUALS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "interest_accrual.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT ACCR-FILE
           IF ACR-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ ACCR-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       IF ACCR-RECORD(1:6) IS NUMERIC
                           MOVE ACCR-RECORD(1:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           MOVE ACCR-RECORD(20:8) TO RIC-KEY
                           MOVE FUNCTION NUMVAL(ACCR-RECORD(8:11))
                               TO RIC-AMOUNT
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I08" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACCRUAL FOR ACCOUNT NOT ON FILE"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                               AND RIC-AMOUNT NOT = 0
                               MOVE "I09" TO RIC-CODE
                               MOVE "W" TO RIC-SEVERITY
                               MOVE "ACCRUED INTEREST ON CLOSED ACCOUNT"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ACR-FILE-STATUS = "00" OR ACR-FILE-STATUS = "10"
               CLOSE ACCR-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       CHECK-RIC-CUSTOMERS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "customers.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT CUST-FILE
           IF CST-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ CUST-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       IF CUST-RECORD(1:6) IS NUMERIC
                           MOVE CUST-RECORD(1:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           MOVE CUST-RECORD(68:8) TO RIC-KEY
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I10" TO RIC-CODE
                               MOVE "W" TO RIC-SEVERITY
                               MOVE SPACES TO RIC-NOTE
                               STRING "CUSTOMER WITH NO ACCOUNT: "
                                      DELIMITED SIZE
                                      CUST-RECORD(7:24) DELIMITED SIZE
                                      INTO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-CUST(RIC-FOUND-I) = "Y"
                               MOVE "I12" TO RIC-CODE
                               MOVE "W" TO RIC-SEVERITY
                               MOVE "DUPLICATE CUSTOMER RECORD FOR ACCOUNT"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE
                               MOVE "Y" TO RIC-A-CUST(RIC-FOUND-I)
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CST-FILE-STATUS = "00" OR CST-FILE-STATUS = "10"
               CLOSE CUST-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT

           MOVE "accounts.idx" TO RIC-FILE-NAME
           MOVE SPACES TO RIC-KEY
           PERFORM VARYING RIC-I FROM 1 BY 1 UNTIL RIC-I > RIC-A-MAX
               IF RIC-A-CUST(RIC-I) = "N"
                   AND RIC-A-STATUS(RIC-I) NOT = "C"
                   MOVE RIC-A-ACCT(RIC-I) TO RIC-ACCT
                   MOVE "I11" TO RIC-CODE
                   MOVE "W" TO RIC-SEVERITY
                   MOVE "ACCOUNT WITH NO CUSTOMER RECORD" TO RIC-NOTE
                   PERFORM WRITE-RIC-BREAK
               END-IF
           END-PERFORM.

       CHECK-RIC-OPERATORS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE 0 TO RIC-O-MAX
           MOVE "operators.txt" TO RIC-FILE-NAME
           MOVE 0 TO RIC-ACCT
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT OPR-FILE
           IF OPR-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ OPR-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       MOVE OPR-RECORD(1:8) TO RIC-KEY
                       MOVE 0 TO RIC-FOUND-I
                       PERFORM VARYING RIC-J FROM 1 BY 1
                               UNTIL RIC-J > RIC-O-MAX
                           IF RIC-O-ID(RIC-J) = OPR-RECORD(1:8)
                               MOVE RIC-J TO RIC-FOUND-I
                           END-IF
                       END-PERFORM
                       IF OPR-RECORD(1:8) = SPACES
                           MOVE "I13" TO RIC-CODE
                           MOVE "W" TO RIC-SEVERITY
                           MOVE "OPERATOR RECORD WITH NO ID" TO RIC-NOTE
                           PERFORM WRITE-RIC-BREAK
                       ELSE IF RIC-FOUND-I > 0
                           MOVE "I13" TO RIC-CODE
                           MOVE "W" TO RIC-SEVERITY
                           MOVE "DUPLICATE OPERATOR ID" TO RIC-NOTE
                           PERFORM WRITE-RIC-BREAK
                       ELSE IF RIC-O-MAX < 50
                           ADD 1 TO RIC-O-MAX
                           MOVE OPR-RECORD(1:8) TO RIC-O-ID(RIC-O-MAX)
                       ELSE
                           MOVE "I13" TO RIC-CODE
                           MOVE "W" TO RIC-SEVERITY
                           MOVE "OPERATOR BEYOND 50-ENTRY SIGN-ON TABLE"
                               TO RIC-NOTE
                           PERFORM WRITE-RIC-BREAK
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF OPR-FILE-STATUS = "00" OR OPR-FILE-STATUS = "10"
               CLOSE OPR-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       CHECK-RIC-TERM-DEPOSITS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "term_deposits.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT TDP-FILE
           IF TDP-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ TDP-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       IF TDP-RECORD(1:6) IS NUMERIC
                           AND TDP-RECORD(55:1) = "A"
                           MOVE TDP-RECORD(44:8) TO RIC-KEY
                           MOVE TDP-RECORD(1:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I14" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACTIVE DEPOSIT ACCOUNT NOT ON FILE"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                               MOVE "I14" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACTIVE DEPOSIT ON CLOSED ACCOUNT"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           END-IF
                           END-IF
                           IF TDP-RECORD(8:6) IS NUMERIC
                               MOVE TDP-RECORD(8:6) TO RIC-WORK-ACCT
                               PERFORM FIND-RIC-ACCOUNT
                               IF RIC-FOUND-I = 0
                                   MOVE "I15" TO RIC-CODE
                                   MOVE "C" TO RIC-SEVERITY
                                   MOVE SPACES TO RIC-NOTE
                                   STRING "SETTLEMENT ACCOUNT "
                                          DELIMITED SIZE
                                          RIC-WORK-ACCT DELIMITED SIZE
                                          " NOT ON FILE" DELIMITED SIZE
                                          INTO RIC-NOTE
                                   PERFORM WRITE-RIC-BREAK
                               ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                                   MOVE "I15" TO RIC-CODE
                                   MOVE "C" TO RIC-SEVERITY
                                   MOVE SPACES TO RIC-NOTE
                                   STRING "SETTLEMENT ACCOUNT "
                                          DELIMITED SIZE
                                          RIC-WORK-ACCT DELIMITED SIZE
                                          " CLOSED" DELIMITED SIZE
                                          INTO RIC-NOTE
                                   PERFORM WRITE-RIC-BREAK
                               END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TDP-FILE-STATUS = "00" OR TDP-FILE-STATUS = "10"
               CLOSE TDP-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       CHECK-RIC-LOANS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "loans.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       IF LOAN-RECORD(1:6) IS NUMERIC
                           AND LOAN-RECORD(8:6) IS NUMERIC
                           AND LOAN-RECORD(107:1) = "A"
                           MOVE SPACES TO RIC-KEY
                           MOVE LOAN-RECORD(1:6) TO RIC-KEY
                           MOVE LOAN-RECORD(8:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I16" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACTIVE LOAN REPAYMENT ACCOUNT NOT ON FILE"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                               MOVE "I16" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACTIVE LOAN ON CLOSED REPAYMENT ACCOUNT"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LN-FILE-STATUS = "00" OR LN-FILE-STATUS = "10"
               CLOSE LOAN-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       CHECK-RIC-HOLDS.
           MOVE 0 TO RIC-READ-COUNT
           MOVE "holds.txt" TO RIC-FILE-NAME
           MOVE "N" TO RIC-EOF-FLAG
           OPEN INPUT HLD-FILE
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO RIC-EOF-FLAG
           END-IF
           PERFORM UNTIL RIC-EOF-FLAG = "Y"
               READ HLD-FILE
                   AT END
                       MOVE "Y" TO RIC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RIC-READ-COUNT
                       IF HLD-RECORD(1:6) IS NUMERIC
                           AND HLD-RECORD(55:1) = "A"
                           MOVE SPACES TO RIC-KEY
                           MOVE HLD-RECORD(8:6) TO RIC-KEY
                           MOVE HLD-RECORD(1:6) TO RIC-WORK-ACCT
                           MOVE RIC-WORK-ACCT TO RIC-ACCT
                           PERFORM FIND-RIC-ACCOUNT
                           IF RIC-FOUND-I = 0
                               MOVE "I17" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACTIVE HOLD ON ACCOUNT NOT ON FILE"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           ELSE IF RIC-A-STATUS(RIC-FOUND-I) = "C"
                               MOVE "I17" TO RIC-CODE
                               MOVE "C" TO RIC-SEVERITY
                               MOVE "ACTIVE HOLD ON CLOSED ACCOUNT"
                                   TO RIC-NOTE
                               PERFORM WRITE-RIC-BREAK
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HLD-FILE
           END-IF
           PERFORM WRITE-RIC-FILE-COUNT.

       WRITE-RIC-BREAK.
           IF RIC-SEVERITY = "C"
               ADD 1 TO RIC-CRIT-COUNT
           ELSE
               ADD 1 TO RIC-WARN-COUNT
           END-IF
           IF RIC-CODE(2:2) IS NUMERIC
               MOVE RIC-CODE(2:2) TO RIC-CODE-N
               IF RIC-CODE-N > 0 AND RIC-CODE-N < 18
                   ADD 1 TO RIC-CODE-COUNT(RIC-CODE-N)
               END-IF
           END-IF
           MOVE SPACES TO RICRPT-RECORD
           MOVE RIC-CODE TO RICRPT-RECORD(1:3)
           MOVE RIC-SEVERITY TO RICRPT-RECORD(6:1)
           MOVE RIC-FILE-NAME TO RICRPT-RECORD(10:20)
           MOVE RIC-KEY TO RICRPT-RECORD(31:8)
           IF RIC-ACCT > 0
               MOVE RIC-ACCT TO RICRPT-RECORD(40:6)
           END-IF
           MOVE RIC-NOTE TO RICRPT-RECORD(48:50)
           WRITE RICRPT-RECORD.

       WRITE-RIC-FILE-COUNT.
           MOVE RIC-READ-COUNT TO RIC-READ-FMT
           MOVE SPACES TO RICRPT-RECORD
           STRING "---- "         DELIMITED SIZE
                  RIC-FILE-NAME   DELIMITED SIZE
                  " RECORDS READ: " DELIMITED SIZE
                  RIC-READ-FMT    DELIMITED SIZE
                  INTO RICRPT-RECORD
           WRITE RICRPT-RECORD.

       GENERATION-SNAPSHOT-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           PERFORM TAKE-GENERATION.

       INIT-GENERATION-FILES.
           MOVE "accounts.idx"         TO GEN-F-NAME(1)
           MOVE "ledger.txt"           TO GEN-F-NAME(2)
           MOVE "standing_orders.txt"  TO GEN-F-NAME(3)
           MOVE "pending_auth.txt"     TO GEN-F-NAME(4)
           MOVE "interest_accrual.txt" TO GEN-F-NAME(5)
           MOVE "customers.txt"        TO GEN-F-NAME(6)
           MOVE "runcontrol.txt"       TO GEN-F-NAME(7)
           MOVE "term_deposits.txt"    TO GEN-F-NAME(8)
           MOVE "loans.txt"            TO GEN-F-NAME(9)
           MOVE "holds.txt"            TO GEN-F-NAME(10)
           MOVE "clearing_register.txt" TO GEN-F-NAME(11)
           MOVE "drawers.txt"          TO GEN-F-NAME(12)
           PERFORM VARYING GEN-I FROM 1 BY 1 UNTIL GEN-I > GEN-F-MAX
               MOVE "N" TO GEN-F-PRESENT(GEN-I)
               MOVE 0 TO GEN-F-COUNT(GEN-I)
               MOVE 0 TO GEN-F-TOTAL(GEN-I)
           END-PERFORM.

       LOAD-GENERATION-PARAMS.
           MOVE 5 TO GEN-KEEP
           MOVE "N" TO GEN-EOF-FLAG
           OPEN INPUT GENPRM-FILE
           IF GEN-PRM-STATUS NOT = "00"
               MOVE "Y" TO GEN-EOF-FLAG
           END-IF
           PERFORM UNTIL GEN-EOF-FLAG = "Y"
               READ GENPRM-FILE
                   AT END
                       MOVE "Y" TO GEN-EOF-FLAG
                   NOT AT END
                       IF GENPRM-RECORD(1:3) = "RET"
                           MOVE FUNCTION NUMVAL(GENPRM-RECORD(5:9))
                               TO GEN-KEEP
                       END-IF
               END-READ
           END-PERFORM
           IF GEN-PRM-STATUS = "00" OR GEN-PRM-STATUS = "10"
               CLOSE GENPRM-FILE
           END-IF
           IF GEN-KEEP < 1
               MOVE 1 TO GEN-KEEP
           END-IF.

       TAKE-GENERATION.
           ACCEPT WS-TIME FROM TIME
           PERFORM LOAD-GENERATION-PARAMS
           PERFORM INIT-GENERATION-FILES
           PERFORM SCAN-GENERATION-MAX
           COMPUTE GEN-NUMBER = GEN-MAX + 1
           MOVE SPACES TO GEN-DIR
           STRING "gen"      DELIMITED SIZE
                  GEN-NUMBER DELIMITED SIZE
                  INTO GEN-DIR
           MOVE SPACES TO SYS-COMMAND
           STRING "mkdir -p " DELIMITED SIZE
                  GEN-DIR     DELIMITED SIZE
                  INTO SYS-COMMAND
           CALL "SYSTEM" USING SYS-COMMAND

           MOVE 0 TO GEN-FILE-COUNT
           PERFORM VARYING GEN-I FROM 1 BY 1 UNTIL GEN-I > GEN-F-MAX
               PERFORM MEASURE-GENERATION-FILE
               MOVE GEN-PRESENT TO GEN-F-PRESENT(GEN-I)
               MOVE GEN-COUNT TO GEN-F-COUNT(GEN-I)
               MOVE GEN-TOTAL TO GEN-F-TOTAL(GEN-I)
               IF GEN-PRESENT = "Y"
                   ADD 1 TO GEN-FILE-COUNT
                   MOVE SPACES TO SYS-COMMAND
                   IF GEN-I = 1
                       STRING "cp -p accounts.idx* " DELIMITED SIZE
                              GEN-DIR                DELIMITED SIZE
                              "/"                    DELIMITED SIZE
                              INTO SYS-COMMAND
                   ELSE
                       STRING "cp -p "           DELIMITED SIZE
                              GEN-F-NAME(GEN-I)  DELIMITED SPACE
                              " "                DELIMITED SIZE
                              GEN-DIR            DELIMITED SIZE
                              "/"                DELIMITED SIZE
                              INTO SYS-COMMAND
                   END-IF
                   CALL "SYSTEM" USING SYS-COMMAND
               END-IF
           END-PERFORM
           CALL "SYSTEM" USING "rm -f gen_work.tmp"

           CALL "SYSTEM" USING "touch generations.txt"
           OPEN EXTEND GENCAT-FILE
           MOVE SPACES TO GENCAT-RECORD
           MOVE "GEN" TO GENCAT-RECORD(1:3)
           MOVE GEN-NUMBER TO GENCAT-RECORD(5:4)
           MOVE WS-DATE TO GENCAT-RECORD(10:8)
           MOVE WS-TIME TO GENCAT-RECORD(19:8)
           MOVE "A" TO GENCAT-RECORD(28:1)
           MOVE GEN-FILE-COUNT TO GENCAT-RECORD(30:3)
           WRITE GENCAT-RECORD
           PERFORM VARYING GEN-I FROM 1 BY 1 UNTIL GEN-I > GEN-F-MAX
               MOVE SPACES TO GENCAT-RECORD
               MOVE "FIL" TO GENCAT-RECORD(1:3)
               MOVE GEN-NUMBER TO GENCAT-RECORD(5:4)
               MOVE GEN-F-NAME(GEN-I) TO GENCAT-RECORD(10:24)
               MOVE GEN-F-PRESENT(GEN-I) TO GENCAT-RECORD(35:1)
               MOVE GEN-F-COUNT(GEN-I) TO GENCAT-RECORD(37:7)
               IF GEN-F-TOTAL(GEN-I) < 0
                   MOVE "-" TO GENCAT-RECORD(45:1)
                   COMPUTE GEN-TOTAL-X = 0 - GEN-F-TOTAL(GEN-I)
               ELSE
                   MOVE "+" TO GENCAT-RECORD(45:1)
                   MOVE GEN-F-TOTAL(GEN-I) TO GEN-TOTAL-X
               END-IF
               MOVE GEN-TOTAL-X TO GENCAT-RECORD(46:14)
               WRITE GENCAT-RECORD
           END-PERFORM
           CLOSE GENCAT-FILE

           MOVE SPACES TO EODLOG-RECORD
           STRING "GENERATION "      DELIMITED SIZE
                  GEN-NUMBER         DELIMITED SIZE
                  " TAKEN FOR "      DELIMITED SIZE
                  WS-DATE            DELIMITED SIZE
                  " - "              DELIMITED SIZE
                  GEN-FILE-COUNT     DELIMITED SIZE
                  " FILE(S) IN "     DELIMITED SIZE
                  GEN-DIR            DELIMITED SIZE
                  INTO EODLOG-RECORD
           PERFORM WRITE-EOD-LOG
           PERFORM EXPIRE-GENERATIONS
           DISPLAY "=== GENERATION " GEN-NUMBER " TAKEN: "
                   GEN-FILE-COUNT " FILE(S) ===".

       SCAN-GENERATION-MAX.
           MOVE 0 TO GEN-MAX
           MOVE 0 TO GEN-ACTIVE-COUNT
           MOVE "N" TO GEN-EOF-FLAG
           OPEN INPUT GENCAT-FILE
           IF GEN-CAT-STATUS NOT = "00"
               MOVE "Y" TO GEN-EOF-FLAG
           END-IF
           PERFORM UNTIL GEN-EOF-FLAG = "Y"
               READ GENCAT-FILE
                   AT END
                       MOVE "Y" TO GEN-EOF-FLAG
                   NOT AT END
                       IF GENCAT-RECORD(1:3) = "GEN"
                           AND GENCAT-RECORD(5:4) IS NUMERIC
                           IF GENCAT-RECORD(28:1) = "A"
                               ADD 1 TO GEN-ACTIVE-COUNT
                           END-IF
                           IF FUNCTION NUMVAL(GENCAT-RECORD(5:4))
                               > GEN-MAX
                               MOVE FUNCTION NUMVAL(GENCAT-RECORD(5:4))
                                   TO GEN-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF GEN-CAT-STATUS = "00" OR GEN-CAT-STATUS = "10"
               CLOSE GENCAT-FILE
           END-IF.

       MEASURE-GENERATION-FILE.
           MOVE "N" TO GEN-PRESENT
           MOVE 0 TO GEN-COUNT
           MOVE 0 TO GEN-TOTAL
           MOVE "N" TO GEN-EOF-FLAG
           IF GEN-I = 1
               OPEN INPUT ACC-IX-FILE
               IF AIX-FILE-STATUS NOT = "00"
                   MOVE "Y" TO GEN-EOF-FLAG
               ELSE
                   MOVE "Y" TO GEN-PRESENT
               END-IF
               PERFORM UNTIL GEN-EOF-FLAG = "Y"
                   READ ACC-IX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO GEN-EOF-FLAG
                       NOT AT END
                           PERFORM EXTRACT-ACCOUNT-FIELDS
                           ADD 1 TO GEN-COUNT
                           ADD ACC-BALANCE TO GEN-TOTAL
                   END-READ
               END-PERFORM
               IF GEN-PRESENT = "Y"
                   CLOSE ACC-IX-FILE
               END-IF
           ELSE
               CALL "SYSTEM" USING "rm -f gen_work.tmp"
               MOVE SPACES TO SYS-COMMAND
               STRING "cp "              DELIMITED SIZE
                      GEN-F-NAME(GEN-I)  DELIMITED SPACE
                      " gen_work.tmp 2>/dev/null" DELIMITED SIZE
                      INTO SYS-COMMAND
               CALL "SYSTEM" USING SYS-COMMAND
               OPEN INPUT GENWRK-FILE
               IF GEN-WRK-STATUS NOT = "00"
                   MOVE "Y" TO GEN-EOF-FLAG
               ELSE
                   MOVE "Y" TO GEN-PRESENT
               END-IF
               PERFORM UNTIL GEN-EOF-FLAG = "Y"
                   READ GENWRK-FILE
                       AT END
                           MOVE "Y" TO GEN-EOF-FLAG
                       NOT AT END
                           ADD 1 TO GEN-COUNT
                           IF GEN-I = 2
                               AND GENWRK-RECORD(1:6) IS NUMERIC
                               ADD FUNCTION NUMVAL(GENWRK-RECORD(12:10))
                                   TO GEN-TOTAL
                           END-IF
                           IF GEN-I = 4
                               AND GENWRK-RECORD(1:6) IS NUMERIC
                               ADD FUNCTION NUMVAL(GENWRK-RECORD(19:9))
                                   TO GEN-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               IF GEN-WRK-STATUS = "00" OR GEN-WRK-STATUS = "10"
                   CLOSE GENWRK-FILE
               END-IF
           END-IF.

       EXPIRE-GENERATIONS.
           PERFORM SCAN-GENERATION-MAX
           IF GEN-ACTIVE-COUNT > GEN-KEEP
               COMPUTE GEN-EXPIRE-COUNT = GEN-ACTIVE-COUNT - GEN-KEEP
               MOVE "N" TO GEN-EOF-FLAG
               OPEN INPUT GENCAT-FILE
               OPEN OUTPUT GENCAT-NEW-FILE
               PERFORM UNTIL GEN-EOF-FLAG = "Y"
                   READ GENCAT-FILE
                       AT END
                           MOVE "Y" TO GEN-EOF-FLAG
                       NOT AT END
                           MOVE GENCAT-RECORD TO GENCAT-NEW-RECORD
                           IF GENCAT-RECORD(1:3) = "GEN"
                               AND GENCAT-RECORD(28:1) = "A"
                               AND GEN-EXPIRE-COUNT > 0
                               MOVE "X" TO GENCAT-NEW-RECORD(28:1)
                               SUBTRACT 1 FROM GEN-EXPIRE-COUNT
                               MOVE SPACES TO SYS-COMMAND
                               STRING "rm -rf gen" DELIMITED SIZE
                                      GENCAT-RECORD(5:4) DELIMITED SIZE
                                      INTO SYS-COMMAND
                               CALL "SYSTEM" USING SYS-COMMAND
                               MOVE SPACES TO EODLOG-RECORD
                               STRING "GENERATION " DELIMITED SIZE
                                      GENCAT-RECORD(5:4) DELIMITED SIZE
                                      " OF "       DELIMITED SIZE
                                      GENCAT-RECORD(10:8) DELIMITED SIZE
                                      " EXPIRED - RETENTION " DELIMITED SIZE
                                      GEN-KEEP     DELIMITED SIZE
                                      INTO EODLOG-RECORD
                               PERFORM WRITE-EOD-LOG
                           END-IF
                           WRITE GENCAT-NEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENCAT-FILE
               CLOSE GENCAT-NEW-FILE
               CALL "SYSTEM" USING "mv generations.new generations.txt"
           END-IF.

       RESTORE-GENERATION-RUN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE 0 TO GEN-NUMBER
           IF CMD-PARAM(1:4) IS NUMERIC
               MOVE CMD-PARAM(1:4) TO GEN-NUMBER
           END-IF
           PERFORM INIT-GENERATION-FILES
           PERFORM LOAD-GENERATION-MANIFEST
           IF GEN-FOUND = "N"
               MOVE SPACES TO GEN-NOTE
               STRING "RESTORE REJECTED - GENERATION " DELIMITED SIZE
                      CMD-PARAM(1:4)                   DELIMITED SIZE
                      " NOT ON CATALOG"                DELIMITED SIZE
                      INTO GEN-NOTE
           ELSE IF GEN-STATUS NOT = "A"
               MOVE SPACES TO GEN-NOTE
               STRING "RESTORE REJECTED - GENERATION " DELIMITED SIZE
                      GEN-NUMBER                       DELIMITED SIZE
                      " HAS EXPIRED"                   DELIMITED SIZE
                      INTO GEN-NOTE
           ELSE
               MOVE SPACES TO GEN-NOTE
           END-IF
           END-IF
           IF GEN-NOTE NOT = SPACES
               MOVE GEN-NOTE TO EODLOG-RECORD
               PERFORM WRITE-EOD-LOG
               DISPLAY GEN-NOTE
           ELSE
               MOVE SPACES TO GEN-DIR
               STRING "gen"      DELIMITED SIZE
                      GEN-NUMBER DELIMITED SIZE
                      INTO GEN-DIR
               MOVE SPACES TO EODLOG-RECORD
               STRING "RESTORE OF GENERATION " DELIMITED SIZE
                      GEN-NUMBER               DELIMITED SIZE
                      " ("                     DELIMITED SIZE
                      GEN-DATE                 DELIMITED SIZE
                      ") STARTED "             DELIMITED SIZE
                      WS-DATE                  DELIMITED SIZE
                      " "                      DELIMITED SIZE
                      WS-TIME                  DELIMITED SIZE
                      INTO EODLOG-RECORD
               PERFORM WRITE-EOD-LOG
               PERFORM VARYING GEN-I FROM 1 BY 1 UNTIL GEN-I > GEN-F-MAX
                   PERFORM RESTORE-GENERATION-FILE
               END-PERFORM
               MOVE 0 TO GEN-MISMATCH
               PERFORM VARYING GEN-I FROM 1 BY 1 UNTIL GEN-I > GEN-F-MAX
                   PERFORM VERIFY-RESTORED-FILE
               END-PERFORM
               CALL "SYSTEM" USING "rm -f gen_work.tmp"
               MOVE SPACES TO EODLOG-RECORD
               IF GEN-MISMATCH = 0
                   STRING "RESTORE OF GENERATION " DELIMITED SIZE
                          GEN-NUMBER               DELIMITED SIZE
                          " COMPLETE - "           DELIMITED SIZE
                          GEN-FILE-COUNT           DELIMITED SIZE
                          " FILE(S), MANIFEST AGREES" DELIMITED SIZE
                          INTO EODLOG-RECORD
               ELSE
                   STRING "RESTORE OF GENERATION " DELIMITED SIZE
                          GEN-NUMBER               DELIMITED SIZE
                          " FAILED VERIFICATION - " DELIMITED SIZE
                          GEN-MISMATCH             DELIMITED SIZE
                          " FILE(S) DISAGREE WITH MANIFEST" DELIMITED SIZE
                          INTO EODLOG-RECORD
               END-IF
               PERFORM WRITE-EOD-LOG
               DISPLAY EODLOG-RECORD
           END-IF.

       LOAD-GENERATION-MANIFEST.
           MOVE "N" TO GEN-FOUND
           MOVE SPACE TO GEN-STATUS
           MOVE 0 TO GEN-FILE-COUNT
           MOVE "N" TO GEN-EOF-FLAG
           OPEN INPUT GENCAT-FILE
           IF GEN-CAT-STATUS NOT = "00"
               MOVE "Y" TO GEN-EOF-FLAG
           END-IF
           PERFORM UNTIL GEN-EOF-FLAG = "Y"
               READ GENCAT-FILE
                   AT END
                       MOVE "Y" TO GEN-EOF-FLAG
                   NOT AT END
                       IF GENCAT-RECORD(5:4) IS NUMERIC
                           AND GEN-NUMBER > 0
                           AND FUNCTION NUMVAL(GENCAT-RECORD(5:4))
                               = GEN-NUMBER
                           IF GENCAT-RECORD(1:3) = "GEN"
                               MOVE "Y" TO GEN-FOUND
                               MOVE GENCAT-RECORD(28:1) TO GEN-STATUS
                               MOVE GENCAT-RECORD(10:8) TO GEN-DATE
                           END-IF
                           IF GENCAT-RECORD(1:3) = "FIL"
                               PERFORM LOAD-GENERATION-FILE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF GEN-CAT-STATUS = "00" OR GEN-CAT-STATUS = "10"
               CLOSE GENCAT-FILE
           END-IF.

       LOAD-GENERATION-FILE-LINE.
           PERFORM VARYING GEN-J FROM 1 BY 1 UNTIL GEN-J > GEN-F-MAX
               IF GEN-F-NAME(GEN-J) = GENCAT-RECORD(10:24)
                   MOVE GENCAT-RECORD(35:1) TO GEN-F-PRESENT(GEN-J)
                   MOVE FUNCTION NUMVAL(GENCAT-RECORD(37:7))
                       TO GEN-F-COUNT(GEN-J)
                   MOVE FUNCTION NUMVAL(GENCAT-RECORD(46:14))
                       TO GEN-F-TOTAL(GEN-J)
                   IF GENCAT-RECORD(45:1) = "-"
                       COMPUTE GEN-F-TOTAL(GEN-J) =
                           0 - GEN-F-TOTAL(GEN-J)
                   END-IF
                   IF GEN-F-PRESENT(GEN-J) = "Y"
                       ADD 1 TO GEN-FILE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       RESTORE-GENERATION-FILE.
           MOVE SPACES TO SYS-COMMAND
           IF GEN-F-PRESENT(GEN-I) = "Y"
               IF GEN-I = 1
                   CALL "SYSTEM" USING "rm -f accounts.idx*"
                   STRING "cp -p "       DELIMITED SIZE
                          GEN-DIR        DELIMITED SIZE
                          "/accounts.idx* ." DELIMITED SIZE
                          INTO SYS-COMMAND
               ELSE
                   STRING "cp -p "          DELIMITED SIZE
                          GEN-DIR           DELIMITED SIZE
                          "/"               DELIMITED SIZE
                          GEN-F-NAME(GEN-I) DELIMITED SPACE
                          " ."              DELIMITED SIZE
                          INTO SYS-COMMAND
               END-IF
           ELSE
               IF GEN-I = 1
                   MOVE "rm -f accounts.idx*" TO SYS-COMMAND
               ELSE
                   STRING "rm -f "          DELIMITED SIZE
                          GEN-F-NAME(GEN-I) DELIMITED SPACE
                          INTO SYS-COMMAND
               END-IF
           END-IF
           CALL "SYSTEM" USING SYS-COMMAND.

       VERIFY-RESTORED-FILE.
           PERFORM MEASURE-GENERATION-FILE
           IF GEN-PRESENT NOT = GEN-F-PRESENT(GEN-I)
               OR GEN-COUNT NOT = GEN-F-COUNT(GEN-I)
               OR GEN-TOTAL NOT = GEN-F-TOTAL(GEN-I)
               ADD 1 TO GEN-MISMATCH
               MOVE GEN-COUNT TO GEN-COUNT-FMT
               MOVE SPACES TO EODLOG-RECORD
               STRING "  MANIFEST MISMATCH: " DELIMITED SIZE
                      GEN-F-NAME(GEN-I)       DELIMITED SPACE
                      " PRESENT "             DELIMITED SIZE
                      GEN-PRESENT             DELIMITED SIZE
                      " RECORDS "             DELIMITED SIZE
                      GEN-COUNT-FMT           DELIMITED SIZE
                      INTO EODLOG-RECORD
               PERFORM WRITE-EOD-LOG
           ELSE IF GEN-PRESENT = "Y"
               MOVE GEN-COUNT TO GEN-COUNT-FMT
               MOVE SPACES TO EODLOG-RECORD
               STRING "  RESTORED "     DELIMITED SIZE
                      GEN-F-NAME(GEN-I) DELIMITED SPACE
                      " RECORDS "       DELIMITED SIZE
                      GEN-COUNT-FMT     DELIMITED SIZE
                      INTO EODLOG-RECORD
               PERFORM WRITE-EOD-LOG
           END-IF
           END-IF.

       ALERTS-EXTRACT-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE 0 TO ALR-SEQ
           MOVE 0 TO ALR-TOTAL
           MOVE 0 TO ALR-OPTOUT-COUNT
           MOVE 0 TO ALR-EXC-COUNT
           MOVE "LGD" TO ALR-T-CODE(1)
           MOVE "LGW" TO ALR-T-CODE(2)
           MOVE "LOW" TO ALR-T-CODE(3)
           MOVE "ODU" TO ALR-T-CODE(4)
           MOVE "SOF" TO ALR-T-CODE(5)
           MOVE "FEE" TO ALR-T-CODE(6)
           MOVE "DRM" TO ALR-T-CODE(7)
           MOVE "AUT" TO ALR-T-CODE(8)
           PERFORM VARYING ALR-I FROM 1 BY 1 UNTIL ALR-I > ALR-T-MAX
               MOVE 0 TO ALR-T-COUNT(ALR-I)
           END-PERFORM
           PERFORM LOAD-ALERT-PARAMS
           PERFORM LOAD-ALERT-PREFS

           OPEN OUTPUT ALRT-FILE
           MOVE SPACES TO ALRT-RECORD
           MOVE "ALH" TO ALRT-RECORD(1:3)
           MOVE CLR-OWN-BANK TO ALRT-RECORD(5:8)
           MOVE WS-DATE TO ALRT-RECORD(14:8)
           MOVE WS-TIME TO ALRT-RECORD(23:8)
           WRITE ALRT-RECORD

           OPEN OUTPUT ALREXC-FILE
           MOVE SPACES TO ALREXC-RECORD
           STRING "ALERT EXCEPTIONS - " DELIMITED SIZE
                  WS-DATE               DELIMITED SIZE
                  " "                   DELIMITED SIZE
                  WS-TIME               DELIMITED SIZE
                  INTO ALREXC-RECORD
           WRITE ALREXC-RECORD
           IF ALR-PRM-FOUND = "N"
               MOVE "PARAMETER FILE alert_params.txt NOT FOUND - DEFAULTS USED"
                   TO ALREXC-RECORD
               WRITE ALREXC-RECORD
           END-IF
           MOVE "ACCOUNT TYPE          AMOUNT REASON" TO ALREXC-RECORD
           WRITE ALREXC-RECORD

           PERFORM SCAN-LEDGER-FOR-ALERTS
           PERFORM SCAN-SO-EXCEPTIONS-FOR-ALERTS
           PERFORM SCAN-DORMANT-FOR-ALERTS
           PERFORM SCAN-PENDING-FOR-ALERTS

           MOVE SPACES TO ALRT-RECORD
           MOVE "ALT" TO ALRT-RECORD(1:3)
           MOVE ALR-SEQ TO ALRT-RECORD(5:6)
           MOVE ALR-TOTAL TO ALR-TRL-AMT-X
           MOVE ALR-TRL-AMT-X TO ALRT-RECORD(12:13)
           PERFORM VARYING ALR-I FROM 1 BY 1 UNTIL ALR-I > ALR-T-MAX
               COMPUTE ALR-POS = 26 + (ALR-I - 1) * 11
               MOVE ALR-T-CODE(ALR-I) TO ALRT-RECORD(ALR-POS:3)
               ADD 4 TO ALR-POS
               MOVE ALR-T-COUNT(ALR-I) TO ALRT-RECORD(ALR-POS:6)
           END-PERFORM
           WRITE ALRT-RECORD
           CLOSE ALRT-FILE

           MOVE ALR-EXC-COUNT TO ALR-COUNT-FMT
           MOVE SPACES TO ALREXC-RECORD
           STRING "NO CONTACT - NOT SENT: " DELIMITED SIZE
                  ALR-COUNT-FMT             DELIMITED SIZE
                  INTO ALREXC-RECORD
           WRITE ALREXC-RECORD
           MOVE ALR-OPTOUT-COUNT TO ALR-COUNT-FMT
           MOVE SPACES TO ALREXC-RECORD
           STRING "OPTED OUT - NOT SENT:  "  DELIMITED SIZE
                  ALR-COUNT-FMT             DELIMITED SIZE
                  INTO ALREXC-RECORD
           WRITE ALREXC-RECORD
           CLOSE ALREXC-FILE
           DISPLAY "=== ALERTS EXTRACT: " ALR-SEQ " ALERT(S), "
                   ALR-EXC-COUNT " EXCEPTION(S), "
                   ALR-OPTOUT-COUNT " OPTED OUT ===".

       LOAD-ALERT-PARAMS.
           MOVE "N" TO ALR-PRM-FOUND
           MOVE "N" TO ALR-EOF-FLAG
           OPEN INPUT ALRPRM-FILE
           IF ALR-PRM-STATUS NOT = "00"
               MOVE "Y" TO ALR-EOF-FLAG
           END-IF
           PERFORM UNTIL ALR-EOF-FLAG = "Y"
               READ ALRPRM-FILE
                   AT END
                       MOVE "Y" TO ALR-EOF-FLAG
                   NOT AT END
                       EVALUATE ALRPRM-RECORD(1:3)
                           WHEN "LRG"
                               MOVE FUNCTION
                                   NUMVAL(ALRPRM-RECORD(5:9))
                                   TO ALR-LARGE-AMT
                               MOVE "Y" TO ALR-PRM-FOUND
                           WHEN "LOW"
                               MOVE FUNCTION
                                   NUMVAL(ALRPRM-RECORD(5:9))
                                   TO ALR-LOW-BAL
                               MOVE "Y" TO ALR-PRM-FOUND
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF ALR-PRM-STATUS = "00" OR ALR-PRM-STATUS = "10"
               CLOSE ALRPRM-FILE
           END-IF.

       LOAD-ALERT-PREFS.
           MOVE 0 TO ALR-P-MAX
           MOVE "N" TO ALR-EOF-FLAG
           OPEN INPUT ALRPRF-FILE
           IF ALR-PRF-STATUS NOT = "00"
               MOVE "Y" TO ALR-EOF-FLAG
           END-IF
           PERFORM UNTIL ALR-EOF-FLAG = "Y"
               READ ALRPRF-FILE
                   AT END
                       MOVE "Y" TO ALR-EOF-FLAG
                   NOT AT END
                       IF ALRPRF-RECORD(1:6) IS NUMERIC
                           AND (ALRPRF-RECORD(12:1) = "Y"
                           OR ALRPRF-RECORD(12:1) = "N")
                           AND ALR-P-MAX < 2000
                           ADD 1 TO ALR-P-MAX
                           MOVE ALRPRF-RECORD(1:6)
                               TO ALR-P-ACCT(ALR-P-MAX)
                           MOVE ALRPRF-RECORD(8:3)
                               TO ALR-P-TYPE(ALR-P-MAX)
                           MOVE ALRPRF-RECORD(12:1)
                               TO ALR-P-FLAG(ALR-P-MAX)
                       END-IF
               END-READ
           END-PERFORM
           IF ALR-PRF-STATUS = "00" OR ALR-PRF-STATUS = "10"
               CLOSE ALRPRF-FILE
           END-IF.

       SCAN-LEDGER-FOR-ALERTS.
           MOVE "N" TO ALR-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF LDG-FILE-STATUS NOT = "00"
               MOVE "Y" TO ALR-EOF-FLAG
           END-IF
           PERFORM UNTIL ALR-EOF-FLAG = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO ALR-EOF-FLAG
                   NOT AT END
                       IF LEDGER-RECORD(1:6) IS NUMERIC
                           AND LEDGER-RECORD(34:8) = WS-DATE
                           PERFORM CHECK-LEDGER-ALERT
                       END-IF
               END-READ
           END-PERFORM
           IF LDG-FILE-STATUS = "00" OR LDG-FILE-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF.

       CHECK-LEDGER-ALERT.
           MOVE LEDGER-RECORD(1:6) TO ALR-ACCT
           MOVE LEDGER-RECORD(8:3) TO ALR-ACTION
           MOVE FUNCTION NUMVAL(LEDGER-RECORD(12:10)) TO ALR-AMOUNT
           MOVE FUNCTION NUMVAL(LEDGER-RECORD(22:11)) TO ALR-BALANCE
           IF ALR-ACTION = "DEP" AND ALR-AMOUNT >= ALR-LARGE-AMT
               MOVE "LGD" TO ALR-TYPE
               MOVE "LARGE DEPOSIT POSTED" TO ALR-TEXT
               PERFORM ISSUE-ALERT
           END-IF
           IF ALR-ACTION = "WDR" AND ALR-AMOUNT >= ALR-LARGE-AMT
               MOVE "LGW" TO ALR-TYPE
               MOVE "LARGE WITHDRAWAL POSTED" TO ALR-TEXT
               PERFORM ISSUE-ALERT
           END-IF
           IF ALR-ACTION = "FEE"
               MOVE "FEE" TO ALR-TYPE
               MOVE "FEE CHARGED" TO ALR-TEXT
               PERFORM ISSUE-ALERT
           END-IF
           IF ALR-ACTION = "WDR" OR ALR-ACTION = "TRO"
               OR ALR-ACTION = "DBI" OR ALR-ACTION = "FEE"
               OR ALR-ACTION = "BDP" OR ALR-ACTION = "BTI"
               OR ALR-ACTION = "LNR" OR ALR-ACTION = "XTF"
               COMPUTE ALR-PRIOR-BAL = ALR-BALANCE + ALR-AMOUNT
               IF ALR-BALANCE < 0 AND ALR-PRIOR-BAL >= 0
                   MOVE "ODU" TO ALR-TYPE
                   MOVE "OVERDRAFT IN USE" TO ALR-TEXT
                   PERFORM ISSUE-ALERT
               ELSE IF ALR-BALANCE >= 0
                   AND ALR-BALANCE < ALR-LOW-BAL
                   AND ALR-PRIOR-BAL >= ALR-LOW-BAL
                   MOVE "LOW" TO ALR-TYPE
                   MOVE "BALANCE BELOW ALERT LEVEL" TO ALR-TEXT
                   PERFORM ISSUE-ALERT
               END-IF
               END-IF
           END-IF.

       SCAN-SO-EXCEPTIONS-FOR-ALERTS.
           MOVE "N" TO ALR-HDR-OK
           MOVE "N" TO ALR-EOF-FLAG
           OPEN INPUT SOEXIN-FILE
           IF ALR-SOX-STATUS NOT = "00"
               MOVE "Y" TO ALR-EOF-FLAG
           END-IF
           PERFORM UNTIL ALR-EOF-FLAG = "Y"
               READ SOEXIN-FILE
                   AT END
                       MOVE "Y" TO ALR-EOF-FLAG
                   NOT AT END
                       IF SOEXIN-RECORD(1:26) = "STANDING ORDER EXCEPTIONS"
                           IF SOEXIN-RECORD(29:8) = WS-DATE
                               MOVE "Y" TO ALR-HDR-OK
                           END-IF
                       ELSE IF ALR-HDR-OK = "Y"
                           AND SOEXIN-RECORD(1:6) IS NUMERIC
                           MOVE SOEXIN-RECORD(1:6) TO ALR-ACCT
                           MOVE FUNCTION NUMVAL(SOEXIN-RECORD(10:9))
                               TO ALR-AMOUNT
                           MOVE 0 TO ALR-BALANCE
                           MOVE "SOF" TO ALR-TYPE
                           MOVE "STANDING ORDER FAILED" TO ALR-TEXT
                           PERFORM ISSUE-ALERT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ALR-SOX-STATUS = "00" OR ALR-SOX-STATUS = "10"
               CLOSE SOEXIN-FILE
           END-IF.

       SCAN-DORMANT-FOR-ALERTS.
           MOVE "N" TO ALR-HDR-OK
           MOVE "N" TO ALR-EOF-FLAG
           OPEN INPUT DORMIN-FILE
           IF ALR-DRM-STATUS NOT = "00"
               MOVE "Y" TO ALR-EOF-FLAG
           END-IF
           PERFORM UNTIL ALR-EOF-FLAG = "Y"
               READ DORMIN-FILE
                   AT END
                       MOVE "Y" TO ALR-EOF-FLAG
                   NOT AT END
                       IF DORMIN-RECORD(1:16) = "DORMANCY REPORT "
                           IF DORMIN-RECORD(19:8) = WS-DATE
                               MOVE "Y" TO ALR-HDR-OK
                           END-IF
                       ELSE IF ALR-HDR-OK = "Y"
                           AND DORMIN-RECORD(1:8) = "ACCOUNT "
                           AND DORMIN-RECORD(9:6) IS NUMERIC
                           MOVE DORMIN-RECORD(9:6) TO ALR-ACCT
                           MOVE 0 TO ALR-AMOUNT
                           MOVE 0 TO ALR-BALANCE
                           MOVE "DRM" TO ALR-TYPE
                           MOVE "ACCOUNT MARKED DORMANT" TO ALR-TEXT
                           PERFORM ISSUE-ALERT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ALR-DRM-STATUS = "00" OR ALR-DRM-STATUS = "10"
               CLOSE DORMIN-FILE
           END-IF.

       SCAN-PENDING-FOR-ALERTS.
           MOVE "N" TO ALR-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF PEND-FILE-STATUS NOT = "00"
               MOVE "Y" TO ALR-EOF-FLAG
           END-IF
           PERFORM UNTIL ALR-EOF-FLAG = "Y"
               READ PEND-FILE
                   AT END
                       MOVE "Y" TO ALR-EOF-FLAG
                   NOT AT END
                       IF PEND-RECORD(8:6) IS NUMERIC
                           AND PEND-RECORD(56:1) = "P"
                           AND PEND-RECORD(40:8) = WS-DATE
                           MOVE PEND-RECORD(8:6) TO ALR-ACCT
                           MOVE FUNCTION NUMVAL(PEND-RECORD(19:9))
                               TO ALR-AMOUNT
                           MOVE 0 TO ALR-BALANCE
                           MOVE "AUT" TO ALR-TYPE
                           MOVE SPACES TO ALR-TEXT
                           STRING PEND-RECORD(15:3) DELIMITED SIZE
                                  " HELD FOR APPROVAL REF "
                                  DELIMITED SIZE
                                  PEND-RECORD(1:6) DELIMITED SIZE
                                  INTO ALR-TEXT
                           PERFORM ISSUE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           IF PEND-FILE-STATUS = "00" OR PEND-FILE-STATUS = "10"
               CLOSE PEND-FILE
           END-IF.

       ISSUE-ALERT.
           MOVE "Y" TO ALR-OPTED
           PERFORM VARYING ALR-I FROM 1 BY 1 UNTIL ALR-I > ALR-P-MAX
               IF ALR-P-ACCT(ALR-I) = ALR-ACCT
                   AND ALR-P-TYPE(ALR-I) = "ALL"
                   MOVE ALR-P-FLAG(ALR-I) TO ALR-OPTED
               END-IF
           END-PERFORM
           PERFORM VARYING ALR-I FROM 1 BY 1 UNTIL ALR-I > ALR-P-MAX
               IF ALR-P-ACCT(ALR-I) = ALR-ACCT
                   AND ALR-P-TYPE(ALR-I) = ALR-TYPE
                   MOVE ALR-P-FLAG(ALR-I) TO ALR-OPTED
               END-IF
           END-PERFORM
           IF ALR-OPTED = "N"
               ADD 1 TO ALR-OPTOUT-COUNT
           ELSE
               MOVE ALR-ACCT TO INQ-ACCOUNT
               PERFORM FIND-CUSTOMER-RECORD
               IF CST-FOUND = "N"
                   MOVE "NO CUSTOMER RECORD" TO ALR-REASON
                   PERFORM WRITE-ALERT-EXCEPTION
               ELSE IF CST-CONTACT = SPACES
                   MOVE "NO CONTACT NUMBER" TO ALR-REASON
                   PERFORM WRITE-ALERT-EXCEPTION
               ELSE
                   PERFORM WRITE-ALERT-RECORD
               END-IF
               END-IF
           END-IF.

       WRITE-ALERT-RECORD.
           ADD 1 TO ALR-SEQ
           ADD ALR-AMOUNT TO ALR-TOTAL
           PERFORM VARYING ALR-I FROM 1 BY 1 UNTIL ALR-I > ALR-T-MAX
               IF ALR-T-CODE(ALR-I) = ALR-TYPE
                   ADD 1 TO ALR-T-COUNT(ALR-I)
               END-IF
           END-PERFORM
           MOVE 0 TO ALR-AT-COUNT
           INSPECT CST-CONTACT TALLYING ALR-AT-COUNT FOR ALL "@"
           IF ALR-AT-COUNT > 0
               MOVE "EMAIL" TO ALR-CHANNEL
           ELSE
               MOVE "SMS" TO ALR-CHANNEL
           END-IF
           MOVE SPACES TO ALRT-RECORD
           MOVE "ALD" TO ALRT-RECORD(1:3)
           MOVE ALR-SEQ TO ALRT-RECORD(5:6)
           MOVE ALR-ACCT TO ALRT-RECORD(12:6)
           MOVE ALR-TYPE TO ALRT-RECORD(19:3)
           MOVE ALR-CHANNEL TO ALRT-RECORD(23:5)
           MOVE CST-CONTACT TO ALRT-RECORD(29:15)
           MOVE ALR-AMOUNT TO ALR-AMT-X
           MOVE ALR-AMT-X TO ALRT-RECORD(45:11)
           IF ALR-BALANCE < 0
               MOVE "-" TO ALRT-RECORD(57:1)
               COMPUTE ALR-BAL-X = 0 - ALR-BALANCE
           ELSE
               MOVE "+" TO ALRT-RECORD(57:1)
               MOVE ALR-BALANCE TO ALR-BAL-X
           END-IF
           MOVE ALR-BAL-X TO ALRT-RECORD(58:11)
           MOVE WS-DATE TO ALRT-RECORD(70:8)
           MOVE ALR-TEXT TO ALRT-RECORD(79:40)
           WRITE ALRT-RECORD.

       WRITE-ALERT-EXCEPTION.
           ADD 1 TO ALR-EXC-COUNT
           MOVE ALR-AMOUNT TO ALR-AMT-FMT
           MOVE SPACES TO ALREXC-RECORD
           STRING ALR-ACCT     DELIMITED SIZE
                  "  "         DELIMITED SIZE
                  ALR-TYPE     DELIMITED SIZE
                  " "          DELIMITED SIZE
                  ALR-AMT-FMT  DELIMITED SIZE
                  " "          DELIMITED SIZE
                  ALR-REASON   DELIMITED SIZE
                  INTO ALREXC-RECORD
           WRITE ALREXC-RECORD.

       TELLER-DRAWER-ACTION.
           MOVE IN-OPERATOR TO DRW-OPERATOR
           MOVE LDG-VALUE-DATE TO DRW-DATE
           IF DRW-DATE = SPACES
               ACCEPT DRW-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM FIND-OPEN-DRAWER
           IF DRW-OPERATOR = SPACES
               MOVE "DRAWER REJECTED: OPERATOR ID REQUIRED" TO OUT-RECORD
               MOVE "R32" TO REJ-REASON-CODE
           ELSE IF IN-ACTION = "DRO"
               PERFORM OPEN-TELLER-DRAWER
           ELSE IF DRW-FOUND = "N"
               MOVE "DRAWER REJECTED: NO OPEN DRAWER FOR OPERATOR"
                   TO OUT-RECORD
               MOVE "R34" TO REJ-REASON-CODE
           ELSE IF IN-ACTION = "DRC"
               PERFORM CLOSE-TELLER-DRAWER
           ELSE
               PERFORM TRANSFER-DRAWER-VAULT
           END-IF.

       FIND-OPEN-DRAWER.
           MOVE "N" TO DRW-FOUND
           MOVE "N" TO DRW-USED
           MOVE SPACES TO DRW-WORK
           MOVE "N" TO DRW-EOF-FLAG
           OPEN INPUT DRW-FILE
           IF DRW-FILE-STATUS NOT = "00"
               MOVE "Y" TO DRW-EOF-FLAG
           END-IF
           PERFORM UNTIL DRW-EOF-FLAG = "Y"
               READ DRW-FILE
                   AT END
                       MOVE "Y" TO DRW-EOF-FLAG
                   NOT AT END
                       IF DRW-RECORD(1:8) = DRW-OPERATOR
                           IF DRW-RECORD(19:1) = "O"
                               MOVE "Y" TO DRW-FOUND
                               MOVE DRW-RECORD TO DRW-WORK
                           END-IF
                           IF DRW-RECORD(10:8) = DRW-DATE
                               OR DRW-RECORD(158:8) = DRW-DATE
                               MOVE "Y" TO DRW-USED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DRW-FILE-STATUS = "00" OR DRW-FILE-STATUS = "10"
               CLOSE DRW-FILE
           END-IF.

       OPEN-TELLER-DRAWER.
           IF DRW-FOUND = "Y" OR DRW-USED = "Y"
               MOVE "DRAWER REJECTED: DRAWER ALREADY OPEN OR USED TODAY"
                   TO OUT-RECORD
               MOVE "R33" TO REJ-REASON-CODE
           ELSE
               ACCEPT WS-TIME FROM TIME
               MOVE SPACES TO DRW-WORK
               MOVE DRW-OPERATOR TO DRW-WORK(1:8)
               MOVE DRW-DATE TO DRW-WORK(10:8)
               MOVE "O" TO DRW-WORK(19:1)
               MOVE IN-AMOUNT TO DRW-AMT-EDIT
               MOVE DRW-AMT-EDIT TO DRW-WORK(21:10)
               MOVE 0 TO DRW-AMT-EDIT
               MOVE DRW-AMT-EDIT TO DRW-WORK(32:10)
               MOVE DRW-AMT-EDIT TO DRW-WORK(43:10)
               MOVE DRW-AMT-EDIT TO DRW-WORK(54:10)
               MOVE WS-TIME(1:6) TO DRW-WORK(65:6)
               MOVE DRW-WORK TO DRW-RECORD
               CALL "SYSTEM" USING "touch drawers.txt"
               OPEN EXTEND DRW-FILE
               WRITE DRW-RECORD
               CLOSE DRW-FILE
               MOVE IN-AMOUNT TO DRW-FMT
               MOVE SPACES TO OUT-RECORD
               STRING "DRAWER OPENED | OPERATOR " DELIMITED SIZE
                      DRW-OPERATOR               DELIMITED SIZE
                      " | OPENING CASH: "        DELIMITED SIZE
                      DRW-FMT                    DELIMITED SIZE
                      " RAI"                     DELIMITED SIZE
                      INTO OUT-RECORD
           END-IF.

       CLOSE-TELLER-DRAWER.
           PERFORM INIT-DRAWER-DENOMS
           MOVE 0 TO DRW-COUNTED
           MOVE "Y" TO DRW-DENOM-OK
           PERFORM VARYING DRW-I FROM 1 BY 1 UNTIL DRW-I > 7
               COMPUTE DRW-POS = (DRW-I - 1) * 5 + 1
               IF IN-DETAIL(DRW-POS:5) IS NUMERIC
                   MOVE IN-DETAIL(DRW-POS:5) TO DRW-COUNT-N
                   COMPUTE DRW-COUNTED = DRW-COUNTED
                       + DRW-COUNT-N * DRW-DENOM-VALUE(DRW-I)
               ELSE IF IN-DETAIL(DRW-POS:5) NOT = SPACES
                   MOVE "N" TO DRW-DENOM-OK
               END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO DRW-COINS
           IF IN-DETAIL(36:9) NOT = SPACES
               MOVE FUNCTION NUMVAL(IN-DETAIL(36:9)) TO DRW-COINS
           END-IF
           ADD DRW-COINS TO DRW-COUNTED

           IF DRW-DENOM-OK = "N" OR DRW-COUNTED NOT = IN-AMOUNT
               MOVE "DRAWER REJECTED: DENOMINATION COUNT DOES NOT AGREE"
                   TO OUT-RECORD
               MOVE "R35" TO REJ-REASON-CODE
           ELSE
               ACCEPT WS-TIME FROM TIME
               MOVE "C" TO DRW-WORK(19:1)
               MOVE IN-AMOUNT TO DRW-AMT-EDIT
               MOVE DRW-AMT-EDIT TO DRW-WORK(54:10)
               MOVE WS-TIME(1:6) TO DRW-WORK(72:6)
               MOVE DRW-DATE TO DRW-WORK(158:8)
               MOVE IN-DETAIL(1:35) TO DRW-WORK(79:35)
               MOVE DRW-COINS TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO DRW-WORK(115:9)
               PERFORM REWRITE-OPEN-DRAWER
               MOVE IN-AMOUNT TO DRW-FMT
               MOVE SPACES TO OUT-RECORD
               STRING "DRAWER CLOSED | OPERATOR " DELIMITED SIZE
                      DRW-OPERATOR               DELIMITED SIZE
                      " | COUNTED CASH: "        DELIMITED SIZE
                      DRW-FMT                    DELIMITED SIZE
                      " RAI"                     DELIMITED SIZE
                      INTO OUT-RECORD
           END-IF.

       INIT-DRAWER-DENOMS.
           MOVE 1000 TO DRW-DENOM-VALUE(1)
           MOVE 500  TO DRW-DENOM-VALUE(2)
           MOVE 100  TO DRW-DENOM-VALUE(3)
           MOVE 50   TO DRW-DENOM-VALUE(4)
           MOVE 20   TO DRW-DENOM-VALUE(5)
           MOVE 10   TO DRW-DENOM-VALUE(6)
           MOVE 5    TO DRW-DENOM-VALUE(7).

       TRANSFER-DRAWER-VAULT.
           IF IN-AMOUNT <= 0
               MOVE "INVALID AMOUNT: MUST BE POSITIVE NUMBER" TO OUT-RECORD
               MOVE "R04" TO REJ-REASON-CODE
           ELSE IF IN-DETAIL(1:1) NOT = "O" AND IN-DETAIL(1:1) NOT = "I"
               AND IN-DETAIL(1:1) NOT = SPACE
               MOVE "DRAWER REJECTED: INVALID VAULT TRANSFER DIRECTION"
                   TO OUT-RECORD
               MOVE "R36" TO REJ-REASON-CODE
           ELSE
               MOVE IN-AMOUNT TO DRW-FMT
               MOVE SPACES TO OUT-RECORD
               IF IN-DETAIL(1:1) = "I"
                   MOVE FUNCTION NUMVAL(DRW-WORK(43:10)) TO DRW-AMOUNT
                   ADD IN-AMOUNT TO DRW-AMOUNT
                   MOVE DRW-AMOUNT TO DRW-AMT-EDIT
                   MOVE DRW-AMT-EDIT TO DRW-WORK(43:10)
                   STRING "VAULT TRANSFER RECORDED | VAULT TO DRAWER | "
                          DELIMITED SIZE
                          "AMOUNT: " DELIMITED SIZE
                          DRW-FMT    DELIMITED SIZE
                          " RAI"     DELIMITED SIZE
                          INTO OUT-RECORD
               ELSE
                   MOVE FUNCTION NUMVAL(DRW-WORK(32:10)) TO DRW-AMOUNT
                   ADD IN-AMOUNT TO DRW-AMOUNT
                   MOVE DRW-AMOUNT TO DRW-AMT-EDIT
                   MOVE DRW-AMT-EDIT TO DRW-WORK(32:10)
                   STRING "VAULT TRANSFER RECORDED | DRAWER TO VAULT | "
                          DELIMITED SIZE
                          "AMOUNT: " DELIMITED SIZE
                          DRW-FMT    DELIMITED SIZE
                          " RAI"     DELIMITED SIZE
                          INTO OUT-RECORD
               END-IF
               PERFORM REWRITE-OPEN-DRAWER
           END-IF.

       REWRITE-OPEN-DRAWER.
           MOVE "N" TO DRW-EOF-FLAG
           OPEN INPUT DRW-FILE
           IF DRW-FILE-STATUS NOT = "00"
               MOVE "Y" TO DRW-EOF-FLAG
           ELSE
               OPEN OUTPUT DRW-NEW-FILE
           END-IF
           PERFORM UNTIL DRW-EOF-FLAG = "Y"
               READ DRW-FILE
                   AT END
                       MOVE "Y" TO DRW-EOF-FLAG
                   NOT AT END
                       MOVE DRW-RECORD TO DRW-NEW-RECORD
                       IF DRW-RECORD(1:8) = DRW-OPERATOR
                           AND DRW-RECORD(19:1) = "O"
                           MOVE DRW-WORK TO DRW-NEW-RECORD
                       END-IF
                       WRITE DRW-NEW-RECORD
               END-READ
           END-PERFORM
           IF DRW-FILE-STATUS = "00" OR DRW-FILE-STATUS = "10"
               CLOSE DRW-FILE
               CLOSE DRW-NEW-FILE
               CALL "SYSTEM" USING "mv drawers.new drawers.txt"
           END-IF.

       DRAWER-BALANCE-RUN.
           IF CMD-PARAM = SPACES
               ACCEPT WS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE CMD-PARAM TO WS-DATE
           END-IF
           ACCEPT WS-TIME FROM TIME
           MOVE 0 TO DRW-T-MAX
           MOVE 0 TO DRW-OPEN-COUNT
           MOVE 0 TO DRW-BAL-COUNT
           MOVE 0 TO DRW-DIFF-COUNT
           MOVE 0 TO DRW-EXC-COUNT
           MOVE 0 TO DRW-OVER-TOTAL
           MOVE 0 TO DRW-SHORT-TOTAL
           MOVE "N" TO DRW-OVERFLOW
           PERFORM INIT-GL-TOTALS

           OPEN OUTPUT DRWRPT-FILE
           MOVE SPACES TO DRWRPT-RECORD
           STRING "TELLER DRAWER BALANCING - DATE " DELIMITED SIZE
                  WS-DATE                           DELIMITED SIZE
                  " "                               DELIMITED SIZE
                  WS-TIME                           DELIMITED SIZE
                  INTO DRWRPT-RECORD
           WRITE DRWRPT-RECORD
           MOVE SPACES TO DRWRPT-RECORD
           MOVE "OPERATOR"   TO DRWRPT-RECORD(1:8)
           MOVE "STATUS"     TO DRWRPT-RECORD(10:6)
           MOVE "OPENING"    TO DRWRPT-RECORD(24:7)
           MOVE "CASH IN"    TO DRWRPT-RECORD(37:7)
           MOVE "CASH OUT"   TO DRWRPT-RECORD(49:8)
           MOVE "TO VAULT"   TO DRWRPT-RECORD(62:8)
           MOVE "FROM VAULT" TO DRWRPT-RECORD(73:10)
           MOVE "EXPECTED"   TO DRWRPT-RECORD(88:8)
           MOVE "COUNTED"    TO DRWRPT-RECORD(102:7)
           MOVE "OVER/SHORT" TO DRWRPT-RECORD(112:10)
           MOVE "NOTE"       TO DRWRPT-RECORD(123:4)
           WRITE DRWRPT-RECORD

           PERFORM LOAD-DRAWER-TABLE
           PERFORM SCAN-JOURNAL-FOR-DRAWERS
           PERFORM SCAN-LEDGER-FOR-DRAWERS
           PERFORM VARYING DRW-I FROM 1 BY 1 UNTIL DRW-I > DRW-T-MAX
               PERFORM BALANCE-DRAWER
           END-PERFORM
           IF DRW-BAL-COUNT > 0
               PERFORM UPDATE-BALANCED-DRAWERS
           END-IF
           PERFORM WRITE-DRAWER-TOTALS

           IF GL-DRO-TOTAL > 0 OR GL-DRS-TOTAL > 0
               MOVE "DRAWER" TO GL-RUN-TYPE
               MOVE 0 TO GL-BATCH
               MOVE WS-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-EXTRACT
           END-IF
           CLOSE DRWRPT-FILE
           DISPLAY "=== DRAWER BALANCING: " DRW-BAL-COUNT " BALANCED, "
                   DRW-DIFF-COUNT " WITH DIFFERENCE, "
                   DRW-OPEN-COUNT " STILL OPEN ===".

       LOAD-DRAWER-TABLE.
           MOVE "N" TO DRW-EOF-FLAG
           OPEN INPUT DRW-FILE
           IF DRW-FILE-STATUS NOT = "00"
               MOVE "Y" TO DRW-EOF-FLAG
           END-IF
           PERFORM UNTIL DRW-EOF-FLAG = "Y"
               READ DRW-FILE
                   AT END
                       MOVE "Y" TO DRW-EOF-FLAG
                   NOT AT END
                       IF DRW-RECORD(1:8) NOT = SPACES
                           PERFORM TABLE-DRAWER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF DRW-FILE-STATUS = "00" OR DRW-FILE-STATUS = "10"
               CLOSE DRW-FILE
           END-IF.

       TABLE-DRAWER-RECORD.
           IF DRW-RECORD(19:1) = "O"
               ADD 1 TO DRW-OPEN-COUNT
           END-IF
           MOVE DRW-RECORD(158:8) TO DRW-DATE
           IF DRW-DATE IS NOT NUMERIC
               MOVE WS-DATE TO DRW-DATE
           END-IF
           IF DRW-RECORD(10:8) = WS-DATE
               OR (DRW-RECORD(19:1) = "C"
                   AND DRW-RECORD(10:8) < WS-DATE
                   AND DRW-DATE <= WS-DATE)
               IF DRW-T-MAX < 200
                   ADD 1 TO DRW-T-MAX
                   MOVE DRW-RECORD TO DRW-T-RECORD(DRW-T-MAX)
                   MOVE DRW-RECORD(1:8) TO DRW-T-OPERATOR(DRW-T-MAX)
                   MOVE DRW-RECORD(10:8) TO DRW-T-FROM(DRW-T-MAX)
                   IF DRW-RECORD(19:1) = "C"
                       MOVE DRW-DATE TO DRW-T-TO(DRW-T-MAX)
                   ELSE
                       MOVE WS-DATE TO DRW-T-TO(DRW-T-MAX)
                   END-IF
                   MOVE DRW-RECORD(19:1) TO DRW-T-STATUS(DRW-T-MAX)
                   MOVE 0 TO DRW-T-JNL-DEP(DRW-T-MAX)
                   MOVE 0 TO DRW-T-JNL-WDR(DRW-T-MAX)
                   MOVE 0 TO DRW-T-LDG-DEP(DRW-T-MAX)
                   MOVE 0 TO DRW-T-LDG-WDR(DRW-T-MAX)
               ELSE
                   MOVE "Y" TO DRW-OVERFLOW
                   MOVE SPACES TO DRWRPT-RECORD
                   STRING DRW-RECORD(1:8)      DELIMITED SIZE
                          " NOT BALANCED - DRAWER OPENED "
                          DELIMITED SIZE
                          DRW-RECORD(10:8)     DELIMITED SIZE
                          " - DRAWER TABLE FULL" DELIMITED SIZE
                          INTO DRWRPT-RECORD
                   WRITE DRWRPT-RECORD
               END-IF
           ELSE IF DRW-RECORD(19:1) = "O"
               MOVE SPACES TO DRWRPT-RECORD
               STRING DRW-RECORD(1:8)    DELIMITED SIZE
                      " OPEN     DRAWER OPENED "
                      DELIMITED SIZE
                      DRW-RECORD(10:8)   DELIMITED SIZE
                      " NOT CLOSED"      DELIMITED SIZE
                      INTO DRWRPT-RECORD
               WRITE DRWRPT-RECORD
           END-IF
           END-IF.

       FIND-DRAWER-SLOT.
           MOVE 0 TO DRW-SLOT
           PERFORM VARYING DRW-I FROM 1 BY 1
                   UNTIL DRW-I > DRW-T-MAX OR DRW-SLOT > 0
               IF DRW-T-OPERATOR(DRW-I) = DRW-OPERATOR
                   AND DRW-T-FROM(DRW-I) <= DRW-DATE
                   AND DRW-T-TO(DRW-I) >= DRW-DATE
                   MOVE DRW-I TO DRW-SLOT
               END-IF
           END-PERFORM
           IF DRW-SLOT = 0 AND DRW-DATE = WS-DATE
               IF DRW-T-MAX < 200
                   ADD 1 TO DRW-T-MAX
                   MOVE DRW-T-MAX TO DRW-SLOT
                   MOVE SPACES TO DRW-T-RECORD(DRW-SLOT)
                   MOVE DRW-OPERATOR TO DRW-T-OPERATOR(DRW-SLOT)
                   MOVE WS-DATE TO DRW-T-FROM(DRW-SLOT)
                   MOVE WS-DATE TO DRW-T-TO(DRW-SLOT)
                   MOVE "-" TO DRW-T-STATUS(DRW-SLOT)
                   MOVE 0 TO DRW-T-JNL-DEP(DRW-SLOT)
                   MOVE 0 TO DRW-T-JNL-WDR(DRW-SLOT)
                   MOVE 0 TO DRW-T-LDG-DEP(DRW-SLOT)
                   MOVE 0 TO DRW-T-LDG-WDR(DRW-SLOT)
               ELSE
                   MOVE "Y" TO DRW-OVERFLOW
               END-IF
           END-IF.

       SCAN-JOURNAL-FOR-DRAWERS.
           MOVE "N" TO DRW-EOF-FLAG
           OPEN INPUT OPJIN-FILE
           IF DRW-OPJ-STATUS NOT = "00"
               MOVE "Y" TO DRW-EOF-FLAG
           END-IF
           PERFORM UNTIL DRW-EOF-FLAG = "Y"
               READ OPJIN-FILE
                   AT END
                       MOVE "Y" TO DRW-EOF-FLAG
                   NOT AT END
                       IF OPJIN-RECORD(1:8) <= WS-DATE
                           AND OPJIN-RECORD(48:8) = "ACCEPTED"
                           AND OPJIN-RECORD(17:8) NOT = SPACES
                           AND OPJIN-RECORD(17:8) NOT = "SYSTEM"
                           AND (OPJIN-RECORD(33:3) = "DEP"
                               OR OPJIN-RECORD(33:3) = "WDR")
                           MOVE OPJIN-RECORD(17:8) TO DRW-OPERATOR
                           MOVE OPJIN-RECORD(1:8) TO DRW-DATE
                           PERFORM FIND-DRAWER-SLOT
                           IF DRW-SLOT > 0
                               MOVE FUNCTION NUMVAL(OPJIN-RECORD(37:10))
                                   TO DRW-AMOUNT
                               IF OPJIN-RECORD(33:3) = "DEP"
                                   ADD DRW-AMOUNT
                                       TO DRW-T-JNL-DEP(DRW-SLOT)
                               ELSE
                                   ADD DRW-AMOUNT
                                       TO DRW-T-JNL-WDR(DRW-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DRW-OPJ-STATUS = "00" OR DRW-OPJ-STATUS = "10"
               CLOSE OPJIN-FILE
           END-IF.

       SCAN-LEDGER-FOR-DRAWERS.
           MOVE "N" TO DRW-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF LDG-FILE-STATUS NOT = "00"
               MOVE "Y" TO DRW-EOF-FLAG
           END-IF
           PERFORM UNTIL DRW-EOF-FLAG = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO DRW-EOF-FLAG
                   NOT AT END
                       IF LEDGER-RECORD(1:6) IS NUMERIC
                           AND LEDGER-RECORD(34:8) <= WS-DATE
                           AND LEDGER-RECORD(52:8) NOT = SPACES
                           AND LEDGER-RECORD(52:8) NOT = "SYSTEM"
                           AND (LEDGER-RECORD(8:3) = "DEP"
                               OR LEDGER-RECORD(8:3) = "WDR")
                           MOVE LEDGER-RECORD(52:8) TO DRW-OPERATOR
                           MOVE LEDGER-RECORD(34:8) TO DRW-DATE
                           PERFORM FIND-DRAWER-SLOT
                           IF DRW-SLOT > 0
                               MOVE FUNCTION NUMVAL(LEDGER-RECORD(12:10))
                                   TO DRW-AMOUNT
                               IF LEDGER-RECORD(8:3) = "DEP"
                                   ADD DRW-AMOUNT
                                       TO DRW-T-LDG-DEP(DRW-SLOT)
                               ELSE
                                   ADD DRW-AMOUNT
                                       TO DRW-T-LDG-WDR(DRW-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LDG-FILE-STATUS = "00" OR LDG-FILE-STATUS = "10"
               CLOSE LEDGER-FILE
           END-IF.

       BALANCE-DRAWER.
           MOVE DRW-T-RECORD(DRW-I) TO DRW-WORK
           MOVE DRW-T-OPERATOR(DRW-I) TO DRW-OPERATOR
           MOVE SPACES TO DRW-NOTE
           MOVE "N" TO DRW-SIGN-REQ
           MOVE 0 TO DRW-OPENING
           MOVE 0 TO DRW-VAULT-OUT
           MOVE 0 TO DRW-VAULT-IN
           MOVE 0 TO DRW-COUNTED
           MOVE 0 TO DRW-EXPECTED
           MOVE 0 TO DRW-DIFF
           IF DRW-T-STATUS(DRW-I) NOT = "-"
               MOVE FUNCTION NUMVAL(DRW-WORK(21:10)) TO DRW-OPENING
               MOVE FUNCTION NUMVAL(DRW-WORK(32:10)) TO DRW-VAULT-OUT
               MOVE FUNCTION NUMVAL(DRW-WORK(43:10)) TO DRW-VAULT-IN
               MOVE FUNCTION NUMVAL(DRW-WORK(54:10)) TO DRW-COUNTED
           END-IF
           IF DRW-T-JNL-DEP(DRW-I) NOT = DRW-T-LDG-DEP(DRW-I)
               OR DRW-T-JNL-WDR(DRW-I) NOT = DRW-T-LDG-WDR(DRW-I)
               MOVE "JOURNAL/LEDGER DIFFER" TO DRW-NOTE
               MOVE "Y" TO DRW-SIGN-REQ
               ADD 1 TO DRW-EXC-COUNT
           END-IF

           IF DRW-NOTE = SPACES AND DRW-T-FROM(DRW-I) NOT = WS-DATE
               STRING "OPENED "         DELIMITED SIZE
                      DRW-T-FROM(DRW-I) DELIMITED SIZE
                      INTO DRW-NOTE
           END-IF

           EVALUATE DRW-T-STATUS(DRW-I)
               WHEN "-"
                   MOVE "NONE" TO DRW-STAT-TEXT
                   MOVE "CASH POSTED, NO DRAWER" TO DRW-NOTE
                   MOVE "Y" TO DRW-SIGN-REQ
                   ADD 1 TO DRW-EXC-COUNT
               WHEN "O"
                   MOVE "OPEN" TO DRW-STAT-TEXT
                   COMPUTE DRW-EXPECTED = DRW-OPENING
                       + DRW-T-JNL-DEP(DRW-I) - DRW-T-JNL-WDR(DRW-I)
                       - DRW-VAULT-OUT + DRW-VAULT-IN
                   IF DRW-NOTE = SPACES
                       MOVE "DRAWER NOT CLOSED" TO DRW-NOTE
                   END-IF
                   MOVE "Y" TO DRW-SIGN-REQ
               WHEN "C"
                   MOVE "BALANCED" TO DRW-STAT-TEXT
                   COMPUTE DRW-EXPECTED = DRW-OPENING
                       + DRW-T-JNL-DEP(DRW-I) - DRW-T-JNL-WDR(DRW-I)
                       - DRW-VAULT-OUT + DRW-VAULT-IN
                   COMPUTE DRW-DIFF = DRW-COUNTED - DRW-EXPECTED
                   IF DRW-DIFF > 0
                       ADD DRW-DIFF TO DRW-OVER-TOTAL
                       ADD DRW-DIFF TO GL-DRO-TOTAL
                   END-IF
                   IF DRW-DIFF < 0
                       SUBTRACT DRW-DIFF FROM DRW-SHORT-TOTAL
                       SUBTRACT DRW-DIFF FROM GL-DRS-TOTAL
                   END-IF
                   IF DRW-DIFF NOT = 0
                       ADD 1 TO DRW-DIFF-COUNT
                       MOVE "Y" TO DRW-SIGN-REQ
                       IF DRW-NOTE = SPACES
                           IF DRW-DIFF > 0
                               MOVE "OVERAGE POSTED TO GL" TO DRW-NOTE
                           ELSE
                               MOVE "SHORTAGE POSTED TO GL" TO DRW-NOTE
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO DRW-BAL-COUNT
                   MOVE "B" TO DRW-T-STATUS(DRW-I)
                   MOVE "B" TO DRW-WORK(19:1)
                   IF DRW-EXPECTED < 0
                       MOVE "-" TO DRW-WORK(125:1)
                   ELSE
                       MOVE "+" TO DRW-WORK(125:1)
                   END-IF
                   MOVE DRW-EXPECTED TO DRW-AMT-EDIT
                   MOVE DRW-AMT-EDIT TO DRW-WORK(126:10)
                   IF DRW-DIFF < 0
                       MOVE "-" TO DRW-WORK(137:1)
                   ELSE
                       MOVE "+" TO DRW-WORK(137:1)
                   END-IF
                   MOVE DRW-DIFF TO DRW-AMT-EDIT
                   MOVE DRW-AMT-EDIT TO DRW-WORK(138:10)
                   MOVE WS-DATE TO DRW-WORK(149:8)
                   MOVE DRW-WORK TO DRW-T-RECORD(DRW-I)
               WHEN OTHER
                   MOVE "BALANCED" TO DRW-STAT-TEXT
                   MOVE FUNCTION NUMVAL(DRW-WORK(126:10)) TO DRW-EXPECTED
                   IF DRW-WORK(125:1) = "-"
                       COMPUTE DRW-EXPECTED = 0 - DRW-EXPECTED
                   END-IF
                   MOVE FUNCTION NUMVAL(DRW-WORK(138:10)) TO DRW-DIFF
                   IF DRW-WORK(137:1) = "-"
                       COMPUTE DRW-DIFF = 0 - DRW-DIFF
                   END-IF
                   IF DRW-NOTE = SPACES
                       MOVE "BALANCED IN EARLIER RUN" TO DRW-NOTE
                   END-IF
           END-EVALUATE
           PERFORM WRITE-DRAWER-LINE.

       WRITE-DRAWER-LINE.
           MOVE SPACES TO DRWRPT-RECORD
           MOVE DRW-OPERATOR TO DRWRPT-RECORD(1:8)
           MOVE DRW-STAT-TEXT TO DRWRPT-RECORD(10:8)
           MOVE DRW-OPENING TO DRW-FMT
           MOVE DRW-FMT TO DRWRPT-RECORD(19:12)
           MOVE DRW-T-JNL-DEP(DRW-I) TO DRW-FMT
           MOVE DRW-FMT TO DRWRPT-RECORD(32:12)
           MOVE DRW-T-JNL-WDR(DRW-I) TO DRW-FMT
           MOVE DRW-FMT TO DRWRPT-RECORD(45:12)
           MOVE DRW-VAULT-OUT TO DRW-FMT
           MOVE DRW-FMT TO DRWRPT-RECORD(58:12)
           MOVE DRW-VAULT-IN TO DRW-FMT
           MOVE DRW-FMT TO DRWRPT-RECORD(71:12)
           MOVE DRW-EXPECTED TO DRW-SFMT
           MOVE DRW-SFMT TO DRWRPT-RECORD(84:12)
           MOVE DRW-COUNTED TO DRW-FMT
           MOVE DRW-FMT TO DRWRPT-RECORD(97:12)
           MOVE DRW-DIFF TO DRW-SFMT
           MOVE DRW-SFMT TO DRWRPT-RECORD(110:12)
           MOVE DRW-NOTE TO DRWRPT-RECORD(123:24)
           IF DRW-SIGN-REQ = "Y"
               MOVE "SIGN-OFF: ________" TO DRWRPT-RECORD(148:18)
           END-IF
           WRITE DRWRPT-RECORD
           IF DRW-NOTE = "JOURNAL/LEDGER DIFFER"
               MOVE SPACES TO DRWRPT-RECORD
               MOVE "  LEDGER CASH IN/OUT" TO DRWRPT-RECORD(10:20)
               MOVE DRW-T-LDG-DEP(DRW-I) TO DRW-FMT
               MOVE DRW-FMT TO DRWRPT-RECORD(32:12)
               MOVE DRW-T-LDG-WDR(DRW-I) TO DRW-FMT
               MOVE DRW-FMT TO DRWRPT-RECORD(45:12)
               WRITE DRWRPT-RECORD
           END-IF.

       UPDATE-BALANCED-DRAWERS.
           MOVE "N" TO DRW-EOF-FLAG
           OPEN INPUT DRW-FILE
           IF DRW-FILE-STATUS NOT = "00"
               MOVE "Y" TO DRW-EOF-FLAG
           ELSE
               OPEN OUTPUT DRW-NEW-FILE
           END-IF
           PERFORM UNTIL DRW-EOF-FLAG = "Y"
               READ DRW-FILE
                   AT END
                       MOVE "Y" TO DRW-EOF-FLAG
                   NOT AT END
                       MOVE DRW-RECORD TO DRW-NEW-RECORD
                       IF DRW-RECORD(19:1) = "C"
                           MOVE DRW-RECORD(1:8) TO DRW-OPERATOR
                           MOVE 0 TO DRW-SLOT
                           PERFORM VARYING DRW-I FROM 1 BY 1
                                   UNTIL DRW-I > DRW-T-MAX OR DRW-SLOT > 0
                               IF DRW-T-OPERATOR(DRW-I) = DRW-OPERATOR
                                   AND DRW-T-FROM(DRW-I) = DRW-RECORD(10:8)
                                   AND DRW-T-STATUS(DRW-I) = "B"
                                   MOVE DRW-I TO DRW-SLOT
                               END-IF
                           END-PERFORM
                           IF DRW-SLOT > 0
                               MOVE DRW-T-RECORD(DRW-SLOT)
                                   TO DRW-NEW-RECORD
                           END-IF
                       END-IF
                       WRITE DRW-NEW-RECORD
               END-READ
           END-PERFORM
           IF DRW-FILE-STATUS = "00" OR DRW-FILE-STATUS = "10"
               CLOSE DRW-FILE
               CLOSE DRW-NEW-FILE
               CALL "SYSTEM" USING "mv drawers.new drawers.txt"
           END-IF.

       WRITE-DRAWER-TOTALS.
           MOVE SPACES TO DRWRPT-RECORD
           WRITE DRWRPT-RECORD
           MOVE DRW-BAL-COUNT TO DRW-COUNT-FMT
           MOVE SPACES TO DRWRPT-RECORD
           STRING "DRAWERS BALANCED: "  DELIMITED SIZE
                  DRW-COUNT-FMT         DELIMITED SIZE
                  INTO DRWRPT-RECORD
           MOVE DRW-DIFF-COUNT TO DRW-COUNT-FMT
           STRING " WITH DIFFERENCE: " DELIMITED SIZE
                  DRW-COUNT-FMT        DELIMITED SIZE
                  INTO DRWRPT-RECORD(23:22)
           MOVE DRW-OPEN-COUNT TO DRW-COUNT-FMT
           STRING " STILL OPEN: " DELIMITED SIZE
                  DRW-COUNT-FMT   DELIMITED SIZE
                  INTO DRWRPT-RECORD(45:17)
           MOVE DRW-EXC-COUNT TO DRW-COUNT-FMT
           STRING " EXCEPTIONS: " DELIMITED SIZE
                  DRW-COUNT-FMT   DELIMITED SIZE
                  INTO DRWRPT-RECORD(62:17)
           WRITE DRWRPT-RECORD

           MOVE SPACES TO DRWRPT-RECORD
           MOVE DRW-OVER-TOTAL TO DRW-FMT
           STRING "TOTAL OVER: "  DELIMITED SIZE
                  DRW-FMT         DELIMITED SIZE
                  INTO DRWRPT-RECORD
           MOVE DRW-SHORT-TOTAL TO DRW-FMT
           STRING " TOTAL SHORT: " DELIMITED SIZE
                  DRW-FMT          DELIMITED SIZE
                  " RAI - GL "     DELIMITED SIZE
                  GL-ACCT-OVRSHT   DELIMITED SIZE
                  " CASH OVER/SHORT" DELIMITED SIZE
                  INTO DRWRPT-RECORD(25:60)
           WRITE DRWRPT-RECORD

           IF DRW-OVERFLOW = "Y"
               MOVE SPACES TO DRWRPT-RECORD
               MOVE "DRAWER TABLE FULL - SOME OPERATORS NOT BALANCED"
                   TO DRWRPT-RECORD
               WRITE DRWRPT-RECORD
           END-IF

           MOVE SPACES TO DRWRPT-RECORD
           IF DRW-DIFF-COUNT > 0 OR DRW-EXC-COUNT > 0
               OR DRW-OPEN-COUNT > 0 OR DRW-OVERFLOW = "Y"
               MOVE "SUPERVISOR SIGN-OFF: ________________  DATE: ________"
                   TO DRWRPT-RECORD
           ELSE
               MOVE "NO DIFFERENCES - SUPERVISOR SIGN-OFF NOT REQUIRED"
                   TO DRWRPT-RECORD
           END-IF
           WRITE DRWRPT-RECORD.

       QUEUE-PENDING-AUTH.
           MOVE "Y" TO AUTH-HELD
           PERFORM SCAN-PENDING-MAX-REF
           COMPUTE PEND-NEXT-REF = PEND-MAX-REF + 1
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO PEND-WORK
           MOVE PEND-NEXT-REF TO PEND-WORK(1:6)
           MOVE IN-ACCOUNT TO PEND-WORK(8:6)
           MOVE IN-ACTION TO PEND-WORK(15:3)
           MOVE IN-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO PEND-WORK(19:9)
           MOVE IN-CURRENCY TO PEND-WORK(29:3)
           MOVE IN-DEST-ACCOUNT TO PEND-WORK(33:6)
           MOVE WS-DATE TO PEND-WORK(40:8)
           MOVE WS-TIME(1:6) TO PEND-WORK(49:6)
           MOVE "P" TO PEND-WORK(56:1)
           MOVE IN-DETAIL TO PEND-WORK(76:61)
           MOVE PEND-WORK TO PEND-RECORD
           CALL "SYSTEM" USING "touch pending_auth.txt"
           OPEN EXTEND PEND-FILE
           WRITE PEND-RECORD
           CLOSE PEND-FILE
           MOVE IN-AMOUNT TO PEND-AMT-FMT
           MOVE SPACES TO OUT-RECORD
           STRING "HELD FOR AUTHORIZATION | REF " DELIMITED SIZE
                  PEND-NEXT-REF DELIMITED SIZE
                  " AMOUNT: "   DELIMITED SIZE
                  PEND-AMT-FMT  DELIMITED SIZE
                  " RAI"        DELIMITED SIZE
                  INTO OUT-RECORD.

       SCAN-PENDING-MAX-REF.
           MOVE 0 TO PEND-MAX-REF
           MOVE "N" TO PEND-EOF-FLAG
           OPEN INPUT PEND-FILE
               MOVE PEND-AMOUNT TO IN-AMOUNT
               MOVE PEND-CURRENCY TO IN-CURRENCY
               MOVE PEND-DEST TO IN-DEST-ACCOUNT
               MOVE PEND-DETAIL TO IN-DETAIL
               MOVE "Y" TO AUTH-BYPASS
               IF IN-ACTION = "TDO"
                   PERFORM OPEN-TERM-DEPOSIT
               ELSE
                   MOVE IN-ACCOUNT TO ACC-IX-ACCOUNT
                   PERFORM READ-ACCOUNT-RECORD
                   IF MATCH-FOUND = "Y"
                       PERFORM APPLY-ACTION
                   ELSE
                       MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
                       MOVE "R01" TO REJ-REASON-CODE
                   END-IF
               END-IF
               MOVE "N" TO AUTH-BYPASS
               IF REJ-REASON-CODE = SPACES
                                   MOVE 0 TO PEND-DEST
                               END-IF
                               MOVE PEND-RECORD(40:8) TO PEND-DATE
                               MOVE PEND-RECORD(76:61) TO PEND-DETAIL
                           END-IF
                       END-IF
               END-READ
               DISPLAY "NO FEE SCHEDULE ON FILE"
           ELSE
               PERFORM COUNT-CHARGEABLE-TXNS
               PERFORM LOAD-TERM-DEPOSIT-TABLE
               PERFORM INIT-GL-TOTALS
               MOVE 0 TO FEE-ACCT-COUNT
               MOVE 0 TO FEE-WAIVED-COUNT
                           AND (LEDGER-RECORD(8:3) = "DEP"
                           OR LEDGER-RECORD(8:3) = "WDR"
                           OR LEDGER-RECORD(8:3) = "TRO"
                           OR LEDGER-RECORD(8:3) = "TRI"
                           OR LEDGER-RECORD(8:3) = "XTF"
                           OR LEDGER-RECORD(8:3) = "XTI")
                           MOVE LEDGER-RECORD(1:6) TO LDG-ACCOUNT
                           PERFORM BUMP-FEE-TXN-COUNT
                       END-IF
           MOVE 0 TO FEE-TXN-DUE
           MOVE 0 TO FEE-TOTAL-DUE
           MOVE "N" TO FEE-WAIVED-FLAG
           PERFORM LOOKUP-TERM-DEPOSIT-TABLE

           IF NOT ACC-CLOSED AND TDP-IN-TABLE = "N"
               IF ACC-ACTIVE OR ACC-FROZEN
                   IF FEE-MNT-AMT > 0
                       IF ACC-BALANCE < FEE-MNT-WAIVE
           END-WRITE

           MOVE IN-ACCOUNT TO LDG-ENTRY-ACCOUNT
           MOVE "NEW" TO LDG-ENTRY-ACTION
           MOVE IN-AMOUNT TO LDG-AMOUNT-DISPLAY
           MOVE IN-AMOUNT TO LDG-BALANCE-SIGNED
           PERFORM WRITE-LEDGER-ENTRY.
           MOVE 0 TO GL-FEE-TOTAL
           MOVE 0 TO GL-INT-GROSS
           MOVE 0 TO GL-INT-WTH
           MOVE 0 TO GL-INT-NET
           MOVE 0 TO GL-LND-TOTAL
           MOVE 0 TO GL-LNP-TOTAL
           MOVE 0 TO GL-LNI-TOTAL
           MOVE 0 TO GL-XTF-TOTAL
           MOVE 0 TO GL-CLO-TOTAL
           MOVE 0 TO GL-CLI-TOTAL
           MOVE 0 TO GL-XTI-TOTAL
           MOVE 0 TO GL-CLB-TOTAL
           MOVE 0 TO GL-DRO-TOTAL
           MOVE 0 TO GL-DRS-TOTAL.

       WRITE-GL-EXTRACT.
           MOVE 0 TO GL-DR-TOTAL
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-LND-TOTAL > 0
               MOVE GL-LND-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-LOANS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-DEPOSITS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-LNP-TOTAL > 0
               MOVE GL-LNP-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-DEPOSITS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-LOANS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-LNI-TOTAL > 0
               MOVE GL-LNI-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-DEPOSITS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-LNINC TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-XTF-TOTAL > 0
               MOVE GL-XTF-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-DEPOSITS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-CLRSUSP TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-CLO-TOTAL > 0
               MOVE GL-CLO-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-CLRSUSP TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-SETTLE TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-CLI-TOTAL > 0
               MOVE GL-CLI-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-SETTLE TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-CLRSUSP TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-XTI-TOTAL > 0
               MOVE GL-XTI-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-CLRSUSP TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-DEPOSITS TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-CLB-TOTAL > 0
               MOVE GL-CLB-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-CLRSUSP TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-SETTLE TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-DRO-TOTAL > 0
               MOVE GL-DRO-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-CASH TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-OVRSHT TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           IF GL-DRS-TOTAL > 0
               MOVE GL-DRS-TOTAL TO GL-LINE-AMT
               MOVE "DR" TO GL-SIDE
               MOVE GL-ACCT-OVRSHT TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
               MOVE "CR" TO GL-SIDE
               MOVE GL-ACCT-CASH TO GL-LINE-ACCT
               PERFORM WRITE-GL-LINE
           END-IF

           MOVE GL-DR-TOTAL TO GL-TOT-FMT
           MOVE SPACES TO GLEXT-RECORD
           STRING "GLT DR "  DELIMITED SIZE
               MOVE "R18" TO REJ-REASON-CODE
           ELSE IF (IN-ACTION = "FRZ" OR IN-ACTION = "CLS"
                   OR IN-ACTION = "NEW" OR IN-ACTION = "ODL"
                   OR IN-ACTION = "APP" OR IN-ACTION = "DEC"
                   OR IN-ACTION = "TDB" OR IN-ACTION = "LNB"
                   OR IN-ACTION = "HRL")
               AND OPR-LEVEL NOT = "S"
               MOVE "OPERATOR NOT AUTHORIZED FOR ACTION"
                   TO OUT-RECORD
           MOVE "ODL" TO STAT-ACTION(8)
           MOVE "APP" TO STAT-ACTION(9)
           MOVE "DEC" TO STAT-ACTION(10)
           MOVE "TDO" TO STAT-ACTION(11)
           MOVE "TDB" TO STAT-ACTION(12)
           MOVE "LNB" TO STAT-ACTION(13)
           MOVE "HLD" TO STAT-ACTION(14)
           MOVE "HRL" TO STAT-ACTION(15)
           MOVE "XTF" TO STAT-ACTION(16)
           MOVE "DRO" TO STAT-ACTION(17)
           MOVE "DRC" TO STAT-ACTION(18)
           MOVE "DRV" TO STAT-ACTION(19)
           MOVE "OTH" TO STAT-ACTION(20)
           PERFORM VARYING STAT-I FROM 1 BY 1 UNTIL STAT-I > 20
               MOVE 0 TO STAT-ACCEPTED(STAT-I)
               MOVE 0 TO STAT-REJECTED(STAT-I)
               MOVE 0 TO STAT-HELD(STAT-I)
       TALLY-ACTION-RESULT.
           MOVE 0 TO STAT-FOUND
           PERFORM VARYING STAT-I FROM 1 BY 1
                   UNTIL STAT-I > 19 OR STAT-FOUND > 0
               IF STAT-ACTION(STAT-I) = IN-ACTION
                   MOVE STAT-I TO STAT-FOUND
               END-IF
           END-PERFORM
           IF STAT-FOUND = 0
               MOVE 20 TO STAT-FOUND
           END-IF
           IF AUTH-HELD = "Y"
               ADD 1 TO STAT-HELD(STAT-FOUND)
           MOVE SPACES TO OUT-RECORD
           MOVE "RUN SUMMARY BY ACTION" TO OUT-RECORD
           WRITE OUT-RECORD
           PERFORM VARYING STAT-I FROM 1 BY 1 UNTIL STAT-I > 20
               IF STAT-ACCEPTED(STAT-I) > 0 OR STAT-REJECTED(STAT-I) > 0
                   OR STAT-HELD(STAT-I) > 0
                   MOVE STAT-ACCEPTED(STAT-I) TO STAT-ACC-FMT
