      *            SANCTIONS-LIST SCREENING, HOLD-FOR-REVIEW ON   *
      *            POTENTIAL MATCHES, SECOND-OPERATOR RELEASE     *
      *            OVER THRESHOLD, WIR JOURNAL + WIREOUT FILE     *
      *  10/2026 - D.KOWALSKI - GARNISHMENT/TAX LEVY ORDERS       *
      *            (LEGLORDR): PROTECTED-BENEFIT ACH LOOKBACK,    *
      *            SEIZURE TO LEGAL HOLD OR LEVY SUSPENSE, ORDER  *
      *            FEE, ANSWER LETTER; GR FREEZE LIFTED ON ANSWER *
      *  10/2026 - D.KOWALSKI - STANDING ORDERS (STNDORDR) AND    *
      *            SAV1/MMA1 OVERDRAFT-PROTECTION SWEEPS AS EOD   *
      *            STEP STNDORD VIA TRANSFER CHECKS; REG-D LIMIT  *
      *            ENFORCED; FAILURES TO STNDEXC EXCEPTION LIST   *
      *  10/2026 - D.KOWALSKI - REG E DISPUTE CASES (REGEDISP)    *
      *            KEYED TO DISPUTED TXN; EOD STEP REGEDISP POSTS *
      *            PROVISIONAL CREDITS AT THE BUSINESS-DAY DUE    *
      *            DATE, REVERSES ON DENIAL, FLAGS DEADLINES TO   *
      *            REGEDLN; BUSINESS-DAY ROUTINES 8750/8755       *
      *  10/2026 - D.KOWALSKI - OPERATOR SECURITY MASTER          *
      *            (OPERMSTR): ID/PIN SIGN-ON, ROLE AUTHORITY ON  *
      *            MENU OPTIONS, SUPERVISOR OVERRIDE OF WDL/XFR   *
      *            LIMITS LOGGED TO MAINTLOG, OPERATOR MAINT MENU *
      *  10/2026 - D.KOWALSKI - GL CHART OF ACCOUNTS (GLCHART)    *
      *            AND POSTING RULES BY PRODUCT AND TXN TYPE      *
      *            (GLRULES) REPLACE HARD-CODED JOURNAL GLS; EOD  *
      *            GLINTFC STEP WRITES DAILY GL INTERFACE BY GL   *
      *            AND COST CENTER WITH HEADER/TRAILER TOTALS     *
      *  10/2026 - D.KOWALSKI - FDIC COVERAGE REPORT (RPT 10):    *
      *            DEPOSITS PLUS ACCRUED INTEREST BY OWNER AND    *
      *            CATEGORY (SGL/JNT/POD/BUS) FROM ACCTREL AND    *
      *            TAX-ID TYPE; JOINT SPLIT, PER-OWNER LIMIT,     *
      *            INSURED/UNINSURED BY CIF, FDICEXT EXTRACT      *
      *  10/2026 - D.KOWALSKI - HOLIDAY CALENDAR (HOLCAL) AND     *
      *            MAINT MENU (MAIN 7); 8755 HONORS HOLIDAYS AND  *
      *            CALENDAR WEEKENDS; FLOAT HOLDS EXPIRE IN BUS   *
      *            DAYS; CD MATURITY AND LOAN DUE DATES ROLL TO   *
      *            NEXT BUS DAY; EOD REFUSES A NON-BUSINESS DATE  *
      *            WITHOUT SUPERVISOR SIGN-OFF                    *
      *  10/2026 - D.KOWALSKI - OVERDRAWN AGING (EOD ODAGING):    *
      *            30/45-DAY NOTICES, CHARGE-OFF TO LOSS GL AT    *
      *            60 DAYS (CHO, STATUS CO); DEPOSITS AND ACH     *
      *            CREDITS TO CO ACCOUNTS BOOK TO RECOVERY GL     *
      *            (RCV); OD AGING REPORT (RPT 11)                *
      *  10/2026 - D.KOWALSKI - DATA-QUALITY AUDIT (EOD           *
      *            DQAUDIT, RPT 12): CIF/PRODUCT/STATUS/KYC       *
      *            CODES, HOLD/UNCOLL/AVAIL BALANCE PROOF,        *
      *            SIDE-FILE ROWS ON MISSING OR CLOSED            *
      *            ACCOUNTS; DQEXCP.TXT BY SEVERITY, COUNTS       *
      *            TO RUNCTL (DQHIGH/DQMEDIUM/DQLOW)              *
      *  10/2026 - D.KOWALSKI - DEBIT/ATM CARDS: CARDMSTR WITH    *
      *            MASKED NUMBER, LINKED ACCOUNTS, STATUS,        *
      *            EXPIRY AND DAILY ATM/POS LIMITS; ISSUE,        *
      *            BLOCK, REPLACE, REISSUE (TXN 26). CARD         *
      *            SETTLEMENT INTAKE (TXN 27) POSTS ATM/POS       *
      *            ITEMS, REJECTS BLOCKED, EXPIRED AND            *
      *            OVER-LIMIT ITEMS, CHARGES THE FOREIGN-ATM      *
      *            FEE (PROD-ATM-FEE), PROVES THE FILE TO THE     *
      *            NETWORK TRAILER IN CARDRECN.TXT; POS ITEMS     *
      *            NOW REG E ELIGIBLE                             *
      *  10/2026 - D.KOWALSKI - LEGAL ORDER FEE PRICED PER        *
      *            PRODUCT (PROD-LEGAL-FEE, PRODMSTR NOW 90       *
      *            BYTES); LEVY/GARNISHMENT LOOKBACK PROTECTS     *
      *            ONLY ACH CREDITS FLAGGED AS FEDERAL BENEFITS   *
      *            (XX)                                           *
      *============================================================*

       ENVIRONMENT DIVISION.
               ASSIGN TO "WIREOUT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOUT-FS.
           SELECT LO-FILE
               ASSIGN TO "LEGLORDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-FS.
           SELECT LO-TEMP-FILE
               ASSIGN TO "LEGLTMP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FS.
           SELECT SO-FILE
               ASSIGN TO "STNDORDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FS.
           SELECT SO-TEMP-FILE
               ASSIGN TO "STNDTMP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOT-FS.
           SELECT SOEXC-FILE
               ASSIGN TO "STNDEXC.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOX-FS.
           SELECT RE-FILE
               ASSIGN TO "REGEDISP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-FS.
           SELECT RE-TEMP-FILE
               ASSIGN TO "REGETMP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FS.
           SELECT RERPT-FILE
               ASSIGN TO "REGEDLN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RER-FS.
           SELECT OPR-FILE
               ASSIGN TO "OPERMSTR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FS.
           SELECT OPR-TEMP-FILE
               ASSIGN TO "OPERTMP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRT-FS.
           SELECT GLC-FILE
               ASSIGN TO "GLCHART.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-FS.
           SELECT GLR-FILE
               ASSIGN TO "GLRULES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLR-FS.
           SELECT GLI-FILE
               ASSIGN TO "GLINTFC.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLI-FS.
           SELECT GLX-FILE
               ASSIGN TO "GLINTEXC.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FS.
           SELECT FDX-FILE
               ASSIGN TO "FDICEXT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDX-FS.
           SELECT CAL-FILE
               ASSIGN TO "HOLCAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.
           SELECT CAL-TEMP-FILE
               ASSIGN TO "HOLCALTMP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALT-FS.
           SELECT DQX-FILE
               ASSIGN TO "DQEXCP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQX-FS.
           SELECT CARD-FILE
               ASSIGN TO "CARDMSTR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.
           SELECT CARD-TEMP-FILE
               ASSIGN TO "CARDTMP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDT-FS.
           SELECT CSET-FILE
               ASSIGN TO "CARDSETL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSET-FS.
           SELECT CRCN-FILE
               ASSIGN TO "CARDRECN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRCN-FS.

       DATA DIVISION.
       FILE SECTION.
           05 ACCT-LAST-ACTIVITY-DT  PIC 9(08).
           05 ACCT-MAINT-DT          PIC 9(08).
           05 ACCT-MAINT-USER        PIC X(08).
           05 ACCT-OD-SINCE-DT       PIC 9(08).
           05 ACCT-OD-NOTICE-LVL     PIC 9(01).
              88 ACCT-OD-NO-NOTICE               VALUE 0.
              88 ACCT-OD-NOTICE-30               VALUE 1.
              88 ACCT-OD-NOTICE-45               VALUE 2.
           05 ACCT-FILLER            PIC X(11).

      *------------------------------------------------------------*
      * TXNJRNL - TRANSACTION JOURNAL                               *
              88 TXN-IS-ADR                      VALUE "ADR".
              88 TXN-IS-CKD                      VALUE "CKD".
              88 TXN-IS-CKP                      VALUE "CKP".
              88 TXN-IS-CHO                      VALUE "CHO".
              88 TXN-IS-RCV                      VALUE "RCV".
           05 TXN-DR-CR             PIC X(01).
              88 TXN-DEBIT                       VALUE "D".
              88 TXN-CREDIT                      VALUE "C".
              88 TXN-CHAN-ACH                     VALUE "ACH".
              88 TXN-CHAN-BATCH                   VALUE "BAT".
              88 TXN-CHAN-INTERNAL                VALUE "INT".
              88 TXN-CHAN-POS                     VALUE "POS".
           05 TXN-TELLER-ID         PIC X(06).
           05 TXN-TERMINAL-ID        PIC X(08).
           05 TXN-AUTH-CODE          PIC X(06).
           05 TXN-REF-NUM           PIC X(20).
              88 TXN-REF-FED-BENEFIT   VALUE "XX FEDERAL BENEFIT".
           05 TXN-DESC              PIC X(40).
           05 TXN-BATCH-NUM         PIC X(08).
           05 TXN-CYCLE-NUM         PIC X(04).
      *------------------------------------------------------------*
      * ACH/WIRE INTAKE FILE - FLAT BATCH FORMAT                   *
      * ACCT-NUM(16) AMT(14 S9(11)V99) EFFDT(8) D/C(1) CHAN(3)      *
      * BENEFIT(2) - "XX" FROM THE ACH BATCH HEADER MARKS A FEDERAL *
      * BENEFIT PAYMENT; SPACES (OR A SHORT OLDER RECORD) FOR ANY   *
      * OTHER ITEM.                                                 *
      *------------------------------------------------------------*
       FD INTAKE-FILE.
       01 INTK-REC.
              88 INTK-IS-DEBIT                    VALUE "D".
              88 INTK-IS-CREDIT                   VALUE "C".
           05 INTK-CHANNEL            PIC X(03).
           05 INTK-BENEFIT-CD         PIC X(02).
              88 INTK-FED-BENEFIT                VALUE "XX".

       FD EXCEPTION-FILE.
       01 EXC-LINE                    PIC X(132).
      * A STEP WITH A COMPLETE RECORD FOR THE KEYED BUSINESS DATE   *
      * IS NOT RUN AGAIN WITHOUT A SUPERVISOR OVERRIDE, AND AN      *
      * ABENDED STREAM RESUMES AT THE FIRST STEP WITH NO RECORD.    *
      * STATUS "E" RECORDS FLAG EXCEPTIONS FOR THE DATE - OUTPROOF  *
      * FROM THE RECON PROOF. THE DATA-QUALITY AUDIT ADDS DQHIGH,   *
      * DQMEDIUM AND DQLOW WITH ITS COUNT BY SEVERITY, STATUS "E"   *
      * WHEN THE COUNT IS NOT ZERO.                                 *
      * RECORD LENGTH: 63 BYTES                                     *
      *------------------------------------------------------------*
       FD RUNCTL-FILE.
           05 ML-KEY-TYPE             PIC X(01).
              88 ML-KEY-ACCT                     VALUE "A".
              88 ML-KEY-CIF                      VALUE "C".
              88 ML-KEY-OPER                     VALUE "O".
              88 ML-KEY-CALENDAR                 VALUE "H".
              88 ML-KEY-CARD                     VALUE "D".
           05 ML-KEY                  PIC X(16).
           05 ML-FIELD                PIC X(20).
           05 ML-OLD-VALUE            PIC X(30).
      * FEE, THE MINIMUM LEDGER BALANCE THAT WAIVES IT, THE BOARD   *
      * (DEFAULT) INTEREST RATE, THE OD FEE, THE CD EARLY-          *
      * WITHDRAWAL PENALTY FACTOR (DAYS OF INTEREST FORFEITED),     *
      * THE STOP-PAYMENT FEE, THE FEE FOR A CARD WITHDRAWAL AT      *
      * ANOTHER BANK'S ATM AND THE LEGAL ORDER PROCESSING FEE.      *
      * PRICING CHANGES ARE A FILE CHANGE, NOT A CODE CHANGE.       *
      * SEEDED WITH BOARD DEFAULTS WHEN NO FILE EXISTS.             *
      * RECORD LENGTH: 90 BYTES                                     *
      *------------------------------------------------------------*
       FD PROD-FILE.
       01 PROD-REC.
           05 PROD-OD-FEE             PIC S9(05)V99.
           05 PROD-CD-PEN-DAYS        PIC 9(03).
           05 PROD-STOP-FEE           PIC S9(05)V99.
           05 PROD-ATM-FEE            PIC S9(05)V99.
           05 PROD-LEGAL-FEE          PIC S9(05)V99.
           05 PROD-FILLER             PIC X(06).

      *------------------------------------------------------------*
      * TXNHIST - TRANSACTION JOURNAL HISTORY (ARCHIVE)             *
           05 WOUT-REF                PIC X(20).
           05 WOUT-DT                 PIC 9(08).

      *------------------------------------------------------------*
      * LEGLORDR - LEGAL ORDER FILE (GARNISHMENTS AND TAX LEVIES)   *
      * ONE RECORD PER ORDER SERVED ON THE BANK. ORDERS ARE KEYED   *
      * IN STATUS "P" AND ANSWERED BY THE PROCESSING RUN, WHICH     *
      * KEEPS THE PROTECTED BENEFIT AMOUNT, THE AMOUNT SEIZED, THE  *
      * FEE AND THE LEGAL HOLD ID ON THE RECORD. "H" = HELD ON A    *
      * TYPE "L" HOLD (GARNISHMENT), "S" = MOVED TO LEVY SUSPENSE   *
      * (TAX LEVY), "N" = NO FUNDS ABOVE THE PROTECTED AMOUNT,      *
      * "X" = NO OPEN DEPOSIT ACCOUNT UNDER THE ACCOUNT NUMBER.     *
      * RECORD LENGTH: 176 BYTES                                    *
      *------------------------------------------------------------*
       FD LO-FILE.
       01 LO-REC.
           05 LO-REC-TYPE             PIC X(02).
              88 LO-REC-VALID                    VALUE "LO".
           05 LO-ID                   PIC 9(08).
           05 LO-ACCT-NUM             PIC X(16).
           05 LO-CIF-ID               PIC X(10).
           05 LO-ORDER-TYPE           PIC X(01).
              88 LO-IS-GARNISH                   VALUE "G".
              88 LO-IS-LEVY                      VALUE "L".
           05 LO-CREDITOR             PIC X(30).
           05 LO-CASE-NUM             PIC X(20).
           05 LO-ORDER-AMT            PIC S9(11)V99.
           05 LO-RECEIVED-DT          PIC 9(08).
           05 LO-PROTECT-AMT          PIC S9(11)V99.
           05 LO-SEIZED-AMT           PIC S9(11)V99.
           05 LO-FEE-AMT              PIC S9(05)V99.
           05 LO-HOLD-ID              PIC 9(08).
           05 LO-STATUS               PIC X(01).
              88 LO-PENDING                      VALUE "P".
              88 LO-HELD                         VALUE "H".
              88 LO-SUSPENSE                     VALUE "S".
              88 LO-NO-FUNDS                     VALUE "N".
              88 LO-NO-ACCOUNT                   VALUE "X".
           05 LO-PROCESSED-DT         PIC 9(08).
           05 LO-PROCESSED-BY         PIC X(08).
           05 LO-FILLER               PIC X(10).

       FD LO-TEMP-FILE.
       01 LOT-REC                     PIC X(176).

      *------------------------------------------------------------*
      * STNDORDR - STANDING ORDER / OVERDRAFT-PROTECTION FILE       *
      * TYPE "T" IS A RECURRING TRANSFER OF SO-AMT FROM SOURCE TO   *
      * TARGET ON SO-NEXT-RUN-DT, STEPPED ON BY SO-FREQ AFTER EACH  *
      * RUN (MONTHLY ORDERS KEEP SO-RUN-DAY, PULLED TO MONTH-END    *
      * IN SHORT MONTHS). TYPE "O" LINKS A SAV1/MMA1 SOURCE TO A    *
      * DDA TARGET - A NEGATIVE DDA LEDGER AT END OF DAY IS SWEPT   *
      * BACK TO ZERO FROM THE SOURCE, UP TO SO-AMT (0 = NO CAP).    *
      * RECORD LENGTH: 132 BYTES                                    *
      *------------------------------------------------------------*
       FD SO-FILE.
       01 SO-REC.
           05 SO-REC-TYPE             PIC X(02).
              88 SO-REC-VALID                    VALUE "SO".
           05 SO-ID                   PIC 9(08).
           05 SO-TYPE                 PIC X(01).
              88 SO-IS-STANDING                  VALUE "T".
              88 SO-IS-OD-SWEEP                  VALUE "O".
           05 SO-SRC-ACCT             PIC X(16).
           05 SO-TGT-ACCT             PIC X(16).
           05 SO-AMT                  PIC S9(11)V99.
           05 SO-FREQ                 PIC X(01).
              88 SO-FREQ-DAILY                   VALUE "D".
              88 SO-FREQ-WEEKLY                  VALUE "W".
              88 SO-FREQ-BIWEEKLY                VALUE "B".
              88 SO-FREQ-MONTHLY                 VALUE "M".
              88 SO-FREQ-QUARTERLY               VALUE "Q".
              88 SO-FREQ-ANNUAL                  VALUE "A".
           05 SO-RUN-DAY              PIC 9(02).
           05 SO-NEXT-RUN-DT          PIC 9(08).
           05 SO-END-DT               PIC 9(08).
           05 SO-STATUS               PIC X(01).
              88 SO-ACTIVE                       VALUE "A".
              88 SO-CANCELLED                    VALUE "X".
              88 SO-ENDED                        VALUE "E".
           05 SO-LAST-RUN-DT          PIC 9(08).
           05 SO-FAIL-CNT             PIC 9(02).
           05 SO-DESC                 PIC X(20).
           05 SO-CREATED-DT           PIC 9(08).
           05 SO-CREATED-BY           PIC X(08).
           05 SO-FILLER               PIC X(10).

       FD SO-TEMP-FILE.
       01 SOT-REC                     PIC X(132).

       FD SOEXC-FILE.
       01 SOX-LINE                    PIC X(132).

      *------------------------------------------------------------*
      * REGEDISP - REG E ERROR-CLAIM (DISPUTE) CASE FILE            *
      * ONE RECORD PER CLAIM, KEYED TO THE DISPUTED TXN-SEQ-NUM.    *
      * "O" = OPEN, "P" = OPEN WITH PROVISIONAL CREDIT POSTED,      *
      * "A"/"D" = RESOLVED ACCEPTED/DENIED AWAITING THE DISPUTE     *
      * BATCH (FINAL CREDIT OR PROVISIONAL-CREDIT REVERSAL), "C" =  *
      * CLOSED. RE-EXTENDED "Y" MARKS A NEW-ACCOUNT CLAIM ON THE    *
      * LONGER PROVISIONAL-CREDIT AND RESOLUTION TIME LIMITS.       *
      * RECORD LENGTH: 240 BYTES                                    *
      *------------------------------------------------------------*
       FD RE-FILE.
       01 RE-REC.
           05 RE-REC-TYPE             PIC X(02).
              88 RE-REC-VALID                    VALUE "RE".
           05 RE-CASE-ID              PIC 9(08).
           05 RE-TXN-SEQ              PIC X(12).
           05 RE-ACCT-NUM             PIC X(16).
           05 RE-CIF-ID               PIC X(10).
           05 RE-TXN-CHANNEL          PIC X(03).
           05 RE-TXN-DT               PIC 9(08).
           05 RE-TXN-AMT              PIC S9(11)V99.
           05 RE-CLAIM-DT             PIC 9(08).
           05 RE-REASON-CD            PIC X(02).
              88 RE-RSN-UNAUTHORIZED             VALUE "UA".
              88 RE-RSN-WRONG-AMOUNT             VALUE "IA".
              88 RE-RSN-NOT-RECEIVED             VALUE "NR".
              88 RE-RSN-DUPLICATE                VALUE "DP".
              88 RE-RSN-OTHER                    VALUE "OT".
           05 RE-REASON-TEXT          PIC X(30).
           05 RE-CLAIM-AMT            PIC S9(11)V99.
           05 RE-EXTENDED             PIC X(01).
              88 RE-IS-EXTENDED                  VALUE "Y".
           05 RE-PROV-DUE-DT          PIC 9(08).
           05 RE-RESOLVE-DUE-DT       PIC 9(08).
           05 RE-STATUS               PIC X(01).
              88 RE-OPEN                         VALUE "O".
              88 RE-PROV-CREDITED                VALUE "P".
              88 RE-ACCEPTED                     VALUE "A".
              88 RE-DENIED                       VALUE "D".
              88 RE-CLOSED                       VALUE "C".
           05 RE-PROV-CR-DT           PIC 9(08).
           05 RE-PROV-TXN-SEQ         PIC X(12).
           05 RE-RESOLUTION           PIC X(01).
              88 RE-RESOLVED-ACCEPT              VALUE "A".
              88 RE-RESOLVED-DENY                VALUE "D".
           05 RE-RESOLVED-DT          PIC 9(08).
           05 RE-RESOLVE-NOTE         PIC X(30).
           05 RE-FINAL-TXN-SEQ        PIC X(12).
           05 RE-OPENED-BY            PIC X(08).
           05 RE-RESOLVED-BY          PIC X(08).
           05 RE-FILLER               PIC X(10).

       FD RE-TEMP-FILE.
       01 RET-REC                     PIC X(240).

       FD RERPT-FILE.
       01 RER-LINE                    PIC X(132).

      *------------------------------------------------------------*
      * OPERMSTR - OPERATOR SECURITY MASTER                         *
      * SIGN-ON ID AND PIN, ROLE, HOME BRANCH, ACTIVE/REVOKED, AND  *
      * PER-TRANSACTION DOLLAR LIMITS FOR TELLER WITHDRAWALS AND    *
      * TRANSFERS. AN AMOUNT OVER THE LIMIT NEEDS A SUPERVISOR      *
      * OVERRIDE.                                                   *
      * RECORD LENGTH: 100 BYTES                                    *
      *------------------------------------------------------------*
       FD OPR-FILE.
       01 OPR-REC.
           05 OPR-REC-TYPE            PIC X(02).
              88 OPR-REC-VALID                   VALUE "OP".
           05 OPR-ID                  PIC X(08).
           05 OPR-PIN                 PIC X(08).
           05 OPR-NAME                PIC X(20).
           05 OPR-ROLE                PIC X(02).
              88 OPR-TELLER                      VALUE "TL".
              88 OPR-SUPERVISOR                  VALUE "SV".
              88 OPR-BACK-OFFICE                 VALUE "BO".
              88 OPR-COMPLIANCE                  VALUE "CO".
              88 OPR-OPERATIONS                  VALUE "OP".
           05 OPR-BRANCH              PIC X(06).
           05 OPR-STATUS              PIC X(01).
              88 OPR-ACTIVE                      VALUE "A".
              88 OPR-REVOKED                     VALUE "R".
           05 OPR-WDL-LIMIT           PIC S9(09)V99.
           05 OPR-XFR-LIMIT           PIC S9(09)V99.
           05 OPR-MAINT-DT            PIC 9(08).
           05 OPR-MAINT-USER          PIC X(08).
           05 OPR-FILLER              PIC X(15).

       FD OPR-TEMP-FILE.
       01 OPRT-REC                    PIC X(100).

      *------------------------------------------------------------*
      * GLCHART - GENERAL LEDGER CHART OF ACCOUNTS                  *
      * TYPE A/L/I/E = ASSET/LIABILITY/INCOME/EXPENSE. AN INACTIVE  *
      * ACCOUNT STAYS ON FILE FOR HISTORY BUT THE GL INTERFACE      *
      * WILL NOT SEND POSTINGS TO IT.                               *
      * RECORD LENGTH: 60 BYTES                                     *
      *------------------------------------------------------------*
       FD GLC-FILE.
       01 GLC-REC.
           05 GLC-REC-TYPE            PIC X(02).
              88 GLC-REC-VALID                   VALUE "GC".
           05 GLC-ACCT-NO             PIC X(10).
           05 GLC-DESC                PIC X(30).
           05 GLC-ACCT-TYPE           PIC X(01).
              88 GLC-ASSET                       VALUE "A".
              88 GLC-LIABILITY                   VALUE "L".
              88 GLC-INCOME                      VALUE "I".
              88 GLC-EXPENSE                     VALUE "E".
           05 GLC-ACTIVE              PIC X(01).
              88 GLC-IS-ACTIVE                   VALUE "Y".
           05 GLC-FILLER              PIC X(16).

      *------------------------------------------------------------*
      * GLRULES - POSTING RULES BY PRODUCT AND TRANSACTION TYPE     *
      * GIVES THE DEBIT AND CREDIT GL FOR A JOURNAL ENTRY. PRODUCT  *
      * "****" APPLIES TO ANY PRODUCT; A BLANK REASON APPLIES TO    *
      * ANY REASON. THE MOST SPECIFIC MATCHING RULE WINS.           *
      * RECORD LENGTH: 80 BYTES                                     *
      *------------------------------------------------------------*
       FD GLR-FILE.
       01 GLR-REC.
           05 GLR-REC-TYPE            PIC X(02).
              88 GLR-REC-VALID                   VALUE "GR".
           05 GLR-PROD-CODE           PIC X(04).
           05 GLR-TXN-TYPE            PIC X(03).
           05 GLR-REASON              PIC X(04).
           05 GLR-GL-DR               PIC X(10).
           05 GLR-GL-CR               PIC X(10).
           05 GLR-DESC                PIC X(30).
           05 GLR-FILLER              PIC X(17).

      *------------------------------------------------------------*
      * GLINTFC - DAILY GENERAL LEDGER INTERFACE FILE               *
      * ONE HEADER, ONE DETAIL PER GL ACCOUNT AND COST CENTER WITH  *
      * THE DAY'S DEBIT AND CREDIT TOTALS, AND A TRAILER CARRYING   *
      * THE DETAIL COUNT AND CONTROL TOTALS FOR THE CORPORATE GL.   *
      * RECORD LENGTH: 80 BYTES                                     *
      *------------------------------------------------------------*
       FD GLI-FILE.
       01 GLI-HDR-REC.
           05 GLI-H-REC-TYPE          PIC X(01).
              88 GLI-IS-HEADER                   VALUE "H".
           05 GLI-H-SOURCE            PIC X(08).
           05 GLI-H-BUS-DT            PIC 9(08).
           05 GLI-H-CREATE-DT         PIC 9(08).
           05 GLI-H-CREATE-TIME       PIC 9(06).
           05 GLI-H-FILLER            PIC X(49).
       01 GLI-DTL-REC.
           05 GLI-D-REC-TYPE          PIC X(01).
           05 GLI-D-GL-ACCT           PIC X(10).
           05 GLI-D-COST-CENTER       PIC X(06).
           05 GLI-D-DR-AMT            PIC S9(13)V99.
           05 GLI-D-CR-AMT            PIC S9(13)V99.
           05 GLI-D-ITEM-CNT          PIC 9(07).
           05 GLI-D-FILLER            PIC X(26).
       01 GLI-TRL-REC.
           05 GLI-T-REC-TYPE          PIC X(01).
           05 GLI-T-DTL-CNT           PIC 9(07).
           05 GLI-T-DR-TOTAL          PIC S9(13)V99.
           05 GLI-T-CR-TOTAL          PIC S9(13)V99.
           05 GLI-T-BALANCED          PIC X(01).
           05 GLI-T-FILLER            PIC X(41).

       FD GLX-FILE.
       01 GLX-LINE                    PIC X(132).

      *------------------------------------------------------------*
      * FDICEXT - DEPOSIT INSURANCE COVERAGE EXTRACT                *
      * HEADER, THEN PER OWNER AND OWNERSHIP CATEGORY AN "O" RECORD *
      * WITH THE INSURED/UNINSURED SPLIT FOLLOWED BY AN "A" RECORD  *
      * FOR EACH ACCOUNT SHARE BEHIND IT, THEN A CONTROL TRAILER.   *
      * CATEGORY SGL = SINGLE, JNT = JOINT, POD = POD/REVOCABLE     *
      * TRUST, BUS = BUSINESS (EIN).                                *
      * RECORD LENGTH: 120 BYTES                                    *
      *------------------------------------------------------------*
       FD FDX-FILE.
       01 FDX-HDR-REC.
           05 FDX-H-REC-TYPE          PIC X(01).
           05 FDX-H-BANK-ID           PIC X(08).
           05 FDX-H-ASOF-DT           PIC 9(08).
           05 FDX-H-CREATE-DT         PIC 9(08).
           05 FDX-H-CREATE-TIME       PIC 9(06).
           05 FDX-H-LIMIT             PIC S9(09)V99.
           05 FDX-H-FILLER            PIC X(78).
       01 FDX-OWN-REC.
           05 FDX-O-REC-TYPE          PIC X(01).
           05 FDX-O-CIF-ID            PIC X(10).
           05 FDX-O-TAX-ID-TYPE       PIC X(01).
           05 FDX-O-TAX-ID            PIC X(11).
           05 FDX-O-CATEGORY          PIC X(03).
           05 FDX-O-ACCT-CNT          PIC 9(04).
           05 FDX-O-BALANCE           PIC S9(13)V99.
           05 FDX-O-LIMIT             PIC S9(13)V99.
           05 FDX-O-INSURED           PIC S9(13)V99.
           05 FDX-O-UNINSURED         PIC S9(13)V99.
           05 FDX-O-FILLER            PIC X(30).
       01 FDX-ACCT-REC.
           05 FDX-A-REC-TYPE          PIC X(01).
           05 FDX-A-CIF-ID            PIC X(10).
           05 FDX-A-CATEGORY          PIC X(03).
           05 FDX-A-ACCT-NUM          PIC X(16).
           05 FDX-A-PROD-CODE         PIC X(04).
           05 FDX-A-SHARE-BAL         PIC S9(11)V99.
           05 FDX-A-FILLER            PIC X(73).
       01 FDX-TRL-REC.
           05 FDX-T-REC-TYPE          PIC X(01).
           05 FDX-T-OWNER-CNT         PIC 9(07).
           05 FDX-T-ACCT-CNT          PIC 9(07).
           05 FDX-T-BALANCE           PIC S9(13)V99.
           05 FDX-T-INSURED           PIC S9(13)V99.
           05 FDX-T-UNINSURED         PIC S9(13)V99.
           05 FDX-T-FILLER            PIC X(60).

      *------------------------------------------------------------*
      * HOLCAL - BANK HOLIDAY AND WEEKEND CALENDAR                  *
      * TYPE "HC" CLOSES THE BANK ON CAL-DATE; TYPE "WK" CLOSES IT  *
      * EVERY WEEK ON CAL-DOW (1=MONDAY ... 7=SUNDAY). WITH NO "WK" *
      * RECORDS ON FILE SATURDAY AND SUNDAY ARE THE WEEKEND.        *
      * RECORD LENGTH: 50 BYTES                                     *
      *------------------------------------------------------------*
       FD CAL-FILE.
       01 CAL-REC.
           05 CAL-REC-TYPE            PIC X(02).
              88 CAL-IS-HOLIDAY                  VALUE "HC".
              88 CAL-IS-WEEKEND                  VALUE "WK".
           05 CAL-DATE                PIC 9(08).
           05 CAL-DOW                 PIC 9(01).
           05 CAL-DESC                PIC X(30).
           05 CAL-FILLER              PIC X(09).

       FD CAL-TEMP-FILE.
       01 CALT-REC                    PIC X(50).

       FD DQX-FILE.
       01 DQX-LINE                    PIC X(132).

      *------------------------------------------------------------*
      * CARDMSTR - DEBIT/ATM CARD MASTER FILE                       *
      * ONE RECORD PER PLASTIC. CARD-ID IS THE PROXY NUMBER THE     *
      * NETWORK CARRIES ON SETTLEMENT ITEMS; THE FULL CARD NUMBER   *
      * IS NEVER HELD - ONLY THE MASKED FORM (FIRST SIX, LAST       *
      * FOUR). THE CARD DRAWS ON THE PRIMARY DDA, OR ON THE LINKED  *
      * SAVINGS/MMA WHEN THE CARDHOLDER SELECTS SAVINGS. A LOST OR  *
      * STOLEN CARD IS BLOCKED HERE, NOT BY FREEZING THE ACCOUNT.   *
      * STATUS "C" IS A CARD CLOSED ON REPLACEMENT; CARD-REPL-ID    *
      * POINTS TO THE CARD THAT REPLACED IT. CARD-EXPIRY IS YYYYMM  *
      * (GOOD THROUGH MONTH-END). CARD-USE-DT AND THE USED AMOUNTS  *
      * CARRY THE DAY'S ATM CASH AND POS SPEND AGAINST THE LIMITS.  *
      * RECORD LENGTH: 160 BYTES                                    *
      *------------------------------------------------------------*
       FD CARD-FILE.
       01 CARD-REC.
           05 CARD-REC-TYPE           PIC X(02).
              88 CARD-REC-VALID                  VALUE "CM".
           05 CARD-ID                 PIC 9(08).
           05 CARD-MASKED-NUM         PIC X(16).
           05 CARD-CIF-ID             PIC X(10).
           05 CARD-PRI-ACCT           PIC X(16).
           05 CARD-SAV-ACCT           PIC X(16).
           05 CARD-STATUS             PIC X(01).
              88 CARD-ACTIVE                     VALUE "A".
              88 CARD-LOST                       VALUE "L".
              88 CARD-STOLEN                     VALUE "S".
              88 CARD-EXPIRED                    VALUE "E".
              88 CARD-CLOSED                     VALUE "C".
              88 CARD-BLOCKED                    VALUE "L" "S".
           05 CARD-EXPIRY             PIC 9(06).
           05 CARD-ATM-LIMIT          PIC S9(07)V99.
           05 CARD-POS-LIMIT          PIC S9(07)V99.
           05 CARD-USE-DT             PIC 9(08).
           05 CARD-ATM-USED           PIC S9(07)V99.
           05 CARD-POS-USED           PIC S9(07)V99.
           05 CARD-ISSUED-DT          PIC 9(08).
           05 CARD-ISSUED-BY          PIC X(08).
           05 CARD-STATUS-DT          PIC 9(08).
           05 CARD-REPL-ID            PIC 9(08).
           05 CARD-FILLER             PIC X(09).

       FD CARD-TEMP-FILE.
       01 CRDT-REC                    PIC X(160).

      *------------------------------------------------------------*
      * CARDSETL - CARD NETWORK DAILY SETTLEMENT FILE               *
      * HEADER, ONE "D" RECORD PER ATM OR POS ITEM, THEN THE        *
      * NETWORK CONTROL TRAILER (ITEM COUNT, DEBIT AND CREDIT       *
      * TOTALS, NET = DEBITS LESS CREDITS). ACCOUNT SELECT "S"      *
      * DRAWS ON THE CARD'S LINKED SAVINGS ACCOUNT; ANYTHING ELSE   *
      * IS THE PRIMARY DDA. FOREIGN "Y" MARKS A WITHDRAWAL AT AN    *
      * ATM THE BANK DOES NOT OWN.                                  *
      * RECORD LENGTH: 120 BYTES                                    *
      *------------------------------------------------------------*
       FD CSET-FILE.
       01 CSET-HDR-REC.
           05 CSET-H-REC-TYPE         PIC X(01).
              88 CSET-IS-HEADER                  VALUE "H".
              88 CSET-IS-DETAIL                  VALUE "D".
              88 CSET-IS-TRAILER                 VALUE "T".
           05 CSET-H-NETWORK          PIC X(08).
           05 CSET-H-SETTLE-DT        PIC 9(08).
           05 CSET-H-FILE-ID          PIC X(08).
           05 CSET-H-FILLER           PIC X(95).
       01 CSET-DTL-REC.
           05 CSET-D-REC-TYPE         PIC X(01).
           05 CSET-D-CARD-ID          PIC 9(08).
           05 CSET-D-MASKED-NUM       PIC X(16).
           05 CSET-D-TXN-DT           PIC 9(08).
           05 CSET-D-CHANNEL          PIC X(03).
              88 CSET-D-IS-ATM                   VALUE "ATM".
              88 CSET-D-IS-POS                   VALUE "POS".
           05 CSET-D-DR-CR            PIC X(01).
              88 CSET-D-IS-DEBIT                 VALUE "D".
              88 CSET-D-IS-CREDIT                VALUE "C".
           05 CSET-D-AMT              PIC S9(09)V99.
           05 CSET-D-ACCT-SEL         PIC X(01).
              88 CSET-D-FROM-SAV                 VALUE "S".
           05 CSET-D-FOREIGN          PIC X(01).
              88 CSET-D-FOREIGN-ATM              VALUE "Y".
           05 CSET-D-TERMINAL         PIC X(08).
           05 CSET-D-AUTH-CODE        PIC X(06).
           05 CSET-D-TRACE            PIC X(12).
           05 CSET-D-MERCHANT         PIC X(25).
           05 CSET-D-FILLER           PIC X(19).
       01 CSET-TRL-REC.
           05 CSET-T-REC-TYPE         PIC X(01).
           05 CSET-T-ITEM-CNT         PIC 9(07).
           05 CSET-T-DR-TOTAL         PIC S9(11)V99.
           05 CSET-T-CR-TOTAL         PIC S9(11)V99.
           05 CSET-T-NET-AMT          PIC S9(11)V99.
           05 CSET-T-FILLER           PIC X(73).

       FD CRCN-FILE.
       01 CRCN-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUSES.
           05 WS-WIRE-FS             PIC XX.
           05 WS-WIRT-FS             PIC XX.
           05 WS-WOUT-FS             PIC XX.
           05 WS-LO-FS               PIC XX.
           05 WS-LOT-FS              PIC XX.
           05 WS-SO-FS               PIC XX.
           05 WS-SOT-FS              PIC XX.
           05 WS-SOX-FS              PIC XX.
           05 WS-RE-FS               PIC XX.
           05 WS-RET-FS              PIC XX.
           05 WS-RER-FS              PIC XX.
           05 WS-OPR-FS              PIC XX.
           05 WS-OPRT-FS             PIC XX.
           05 WS-GLC-FS              PIC XX.
           05 WS-GLR-FS              PIC XX.
           05 WS-GLI-FS              PIC XX.
           05 WS-GLX-FS              PIC XX.
           05 WS-FDX-FS              PIC XX.
           05 WS-CAL-FS              PIC XX.
           05 WS-CALT-FS             PIC XX.
           05 WS-DQX-FS              PIC XX.
           05 WS-CARD-FS             PIC XX.
           05 WS-CRDT-FS             PIC XX.
           05 WS-CSET-FS             PIC XX.
           05 WS-CRCN-FS             PIC XX.

       01 WS-FLAGS.
           05 WS-EOF                  PIC X(01) VALUE "N".
       01 WS-INPUT-PROD              PIC X(04).
       01 WS-INPUT-BRANCH            PIC X(06).
       01 WS-XFER-TARGET             PIC X(16).
       01 WS-TGT-PROD                PIC X(04).
       01 WS-XFER-REF                PIC X(20) VALUE SPACES.
       01 WS-XFER-LOAN-PMT           PIC X(01) VALUE "N".
           88 XFER-LOAN-PMT-YES                 VALUE "Y".
           88 XFER-LOAN-PMT-NO                  VALUE "N".

       01 WS-CURR-DT-DATA.
           05 WS-CURR-DATE           PIC 9(08).
       01 WS-FMT-RATE               PIC Z9.9(06).

       01 WS-FOUND-CIF-ID           PIC X(10).
       01 WS-FOUND-PROD             PIC X(04).
       01 WS-FOUND-LEDGER           PIC S9(11)V99.
       01 WS-SAVE-EOF               PIC X(01).

       01 WS-HOLD-INPUT-TYPE         PIC X(01).
       01 WS-HOLD-INPUT-REASON       PIC X(30).
       01 WS-HOLD-INPUT-EXP          PIC 9(08).
       01 WS-HOLD-DUE-DT             PIC 9(08).
       01 WS-HOLD-ADJ-ACCT           PIC X(16).
       01 WS-HOLD-ADJ-AMT            PIC S9(11)V99.
       01 WS-HOLD-ADJ-TYPE           PIC X(01).
       01 WS-ML-TO-DT                PIC 9(08).
       01 WS-ML-LIST-CNT             PIC 9(05) VALUE 0.

      *------------------------------------------------------------*
      * OPERATOR SECURITY WORKING STORAGE                           *
      * WS-OPR-* HOLD THE SIGNED-ON OPERATOR; WS-OF-* ARE FILLED BY *
      * 1310-FIND-OPERATOR FOR WS-OPR-SRCH-ID. THE AUTHORITY TABLES *
      * CARRY ONE ENTRY PER MENU OPTION, ONE BYTE PER ROLE IN THE   *
      * ORDER TELLER, SUPERVISOR, BACK OFFICE, COMPLIANCE,          *
      * OPERATIONS - "Y" = ROLE MAY TAKE THE OPTION.                *
      *------------------------------------------------------------*
       01 WS-OPR-ROLE                PIC X(02) VALUE SPACES.
       01 WS-OPR-ROLE-IX             PIC 9(01) VALUE 0.
       01 WS-OPR-BRANCH              PIC X(06) VALUE SPACES.
       01 WS-OPR-WDL-LIMIT           PIC S9(09)V99 VALUE 0.
       01 WS-OPR-XFR-LIMIT           PIC S9(09)V99 VALUE 0.
       01 WS-OPR-SRCH-ID             PIC X(08).
       01 WS-OPR-INPUT-PIN           PIC X(08).
       01 WS-OPR-INPUT-NAME          PIC X(20).
       01 WS-OPR-INPUT-ROLE          PIC X(02).
       01 WS-OPR-INPUT-BRANCH        PIC X(06).
       01 WS-OPR-INPUT-WDL           PIC S9(09)V99.
       01 WS-OPR-INPUT-XFR           PIC S9(09)V99.
       01 WS-OPR-TGT-ID              PIC X(08).
       01 WS-OPR-OLD-XFR             PIC S9(09)V99.
       01 WS-OPR-UPD-ACTION          PIC X(01).
           88 OPR-UPD-STATUS                    VALUE "S".
           88 OPR-UPD-PIN                       VALUE "P".
           88 OPR-UPD-LIMITS                    VALUE "L".
       01 WS-OPR-LIST-CNT            PIC 9(05) VALUE 0.
       01 WS-OPR-FOUND-SW            PIC X(01).
           88 OPR-FOUND-YES                     VALUE "Y".
           88 OPR-FOUND-NO                      VALUE "N".
       01 WS-OF-PIN                  PIC X(08).
       01 WS-OF-NAME                 PIC X(20).
       01 WS-OF-ROLE                 PIC X(02).
       01 WS-OF-BRANCH               PIC X(06).
       01 WS-OF-STATUS               PIC X(01).
       01 WS-OF-WDL-LIMIT            PIC S9(09)V99.
       01 WS-OF-XFR-LIMIT            PIC S9(09)V99.
       01 WS-SIGNON-TRIES            PIC 9(01) VALUE 0.
       01 WS-SIGNON-MAX              PIC 9(01) VALUE 3.
       01 WS-SIGNON-SW               PIC X(01) VALUE "N".
           88 SIGNON-OK-YES                     VALUE "Y".
           88 SIGNON-OK-NO                      VALUE "N".
       01 WS-AUTH-ENTRY              PIC X(05).
       01 WS-AUTH-MENU               PIC X(08).
       01 WS-AUTH-SW                 PIC X(01).
           88 AUTH-OK-YES                       VALUE "Y".
           88 AUTH-OK-NO                        VALUE "N".
       01 WS-LIMIT-TYPE              PIC X(01).
           88 LIMIT-IS-WDL                      VALUE "W".
           88 LIMIT-IS-XFR                      VALUE "X".
       01 WS-LIMIT-AMT               PIC S9(09)V99.
       01 WS-LIMIT-SW                PIC X(01) VALUE "Y".
           88 LIMIT-OK-YES                      VALUE "Y".
           88 LIMIT-OK-NO                       VALUE "N".
       01 WS-SUPV-ID                 PIC X(08).
       01 WS-SUPV-PIN                PIC X(08).
       01 WS-SUPV-ACTION             PIC X(20).
       01 WS-SUPV-SUBJECT            PIC X(16).
       01 WS-SUPV-SW                 PIC X(01).
           88 SUPV-OK-YES                       VALUE "Y".
           88 SUPV-OK-NO                        VALUE "N".

       01 WS-AUTH-MAIN-DATA.
           05 FILLER                 PIC X(05) VALUE "YYYYN".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "NYNNY".
           05 FILLER                 PIC X(05) VALUE "NYNNN".
           05 FILLER                 PIC X(05) VALUE "NYNNY".
       01 WS-AUTH-MAIN-TBL REDEFINES WS-AUTH-MAIN-DATA.
           05 WS-AUTH-MAIN           PIC X(05) OCCURS 7 TIMES.

       01 WS-AUTH-ACCT-DATA.
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NYNYN".
           05 FILLER                 PIC X(05) VALUE "NYNYN".
       01 WS-AUTH-ACCT-TBL REDEFINES WS-AUTH-ACCT-DATA.
           05 WS-AUTH-ACCT           PIC X(05) OCCURS 8 TIMES.

       01 WS-AUTH-TXN-DATA.
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NYYNN".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
           05 FILLER                 PIC X(05) VALUE "NYYNN".
           05 FILLER                 PIC X(05) VALUE "NYYNN".
           05 FILLER                 PIC X(05) VALUE "NNNYY".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NYYYN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "YYYYN".
           05 FILLER                 PIC X(05) VALUE "YYYNN".
           05 FILLER                 PIC X(05) VALUE "NNYNY".
       01 WS-AUTH-TXN-TBL REDEFINES WS-AUTH-TXN-DATA.
           05 WS-AUTH-TXN            PIC X(05) OCCURS 27 TIMES.

       01 WS-AUTH-RPT-DATA.
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "YYYYY".
           05 FILLER                 PIC X(05) VALUE "NYYNY".
           05 FILLER                 PIC X(05) VALUE "NYYNY".
           05 FILLER                 PIC X(05) VALUE "NYNYN".
           05 FILLER                 PIC X(05) VALUE "NYNYY".
           05 FILLER                 PIC X(05) VALUE "YYYNY".
           05 FILLER                 PIC X(05) VALUE "NYYYN".
           05 FILLER                 PIC X(05) VALUE "NYYYN".
           05 FILLER                 PIC X(05) VALUE "NYYYY".
       01 WS-AUTH-RPT-TBL REDEFINES WS-AUTH-RPT-DATA.
           05 WS-AUTH-RPT            PIC X(05) OCCURS 12 TIMES.

      *------------------------------------------------------------*
      * STOP-PAYMENT / CHECK POSTING WORKING STORAGE                *
      *------------------------------------------------------------*
       01 WS-CD-CIF                  PIC X(10).
       01 WS-CD-PAYOUT-AMT           PIC S9(11)V99.
       01 WS-CD-LINKED-DDA           PIC X(16).
       01 WS-CD-LINKED-PROD          PIC X(04).
       01 WS-CD-PEN-AMT              PIC S9(09)V99.
       01 WS-CD-PEN-LEDGER           PIC S9(11)V99.
       01 WS-CD-PEN-CHARGED          PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-GD-CR               PIC $$$$,$$$,$$9.99-.

      *------------------------------------------------------------*
      * GL CHART OF ACCOUNTS AND POSTING RULES                      *
      * GLCHART AND GLRULES ARE LOADED AT SIGN-ON. EVERY JOURNAL    *
      * WRITER PRESETS WS-PR-GL-DR/CR TO ITS STANDARD PAIR AND      *
      * CALLS 8760-GET-POSTING-RULE, SO A MISSING OR PARTIAL RULE   *
      * FILE FALLS BACK TO THE STANDARD POSTINGS.                   *
      *------------------------------------------------------------*
       01 WS-GLC-TBL-MAX             PIC 9(03) VALUE 200.
       01 WS-GLC-TBL-CNT             PIC 9(03) VALUE 0.
       01 WS-GLC-TABLE.
           05 WS-GLC-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-GLC-IX.
               10 WS-GLC-ACCT-NO      PIC X(10).
               10 WS-GLC-DESC         PIC X(30).
               10 WS-GLC-TYPE         PIC X(01).
               10 WS-GLC-ACTIVE       PIC X(01).
       01 WS-GLC-SRCH-ACCT           PIC X(10).
       01 WS-GLC-OK                  PIC X(01).
           88 GLC-OK-YES                        VALUE "Y".
           88 GLC-OK-NO                         VALUE "N".

       01 WS-GLR-TBL-MAX             PIC 9(03) VALUE 200.
       01 WS-GLR-TBL-CNT             PIC 9(03) VALUE 0.
       01 WS-GLR-TABLE.
           05 WS-GLR-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-GLR-IX.
               10 WS-GLR-PROD         PIC X(04).
               10 WS-GLR-TYPE         PIC X(03).
               10 WS-GLR-REASON       PIC X(04).
               10 WS-GLR-DR           PIC X(10).
               10 WS-GLR-CR           PIC X(10).

       01 WS-PR-PROD                 PIC X(04).
       01 WS-PR-TYPE                 PIC X(03).
       01 WS-PR-REASON               PIC X(04).
       01 WS-PR-GL-DR                PIC X(10).
       01 WS-PR-GL-CR                PIC X(10).
       01 WS-PR-SCORE                PIC 9(01).
       01 WS-PR-BEST-SCORE           PIC 9(01).
       01 WS-PR-BEST-IX              PIC 9(03).

      *------------------------------------------------------------*
      * DAILY GL INTERFACE WORKING STORAGE                          *
      * POSTINGS TO A GL THAT IS NOT ON THE CHART, OR IS INACTIVE,  *
      * ARE SENT TO WS-GLI-SUSP-GL AND LISTED ON GLINTEXC.TXT SO    *
      * THE FILE STILL BALANCES AND FINANCE CAN CLEAR THE ITEM.     *
      *------------------------------------------------------------*
       01 WS-GLI-SOURCE              PIC X(08) VALUE "FNBCORE ".
       01 WS-GLI-SUSP-GL             PIC X(10) VALUE "2999000100".
       01 WS-GLI-DFLT-CC             PIC X(06) VALUE "CC0000".
       01 WS-GLI-BUS-DT              PIC 9(08).
       01 WS-GLI-TBL-MAX             PIC 9(03) VALUE 500.
       01 WS-GLI-TBL-CNT             PIC 9(03) VALUE 0.
       01 WS-GLI-IDX                 PIC 9(03).
       01 WS-GLI-FOUND-IX            PIC 9(03) VALUE 0.
       01 WS-GLI-SRCH-GL             PIC X(10).
       01 WS-GLI-SRCH-CC             PIC X(06).
       01 WS-GLI-SIDE                PIC X(01).
       01 WS-GLI-CC                  PIC X(06).
       01 WS-GLI-LAST-ACCT           PIC X(16).
       01 WS-GLI-TXN-CNT             PIC 9(07) VALUE 0.
       01 WS-GLI-DTL-CNT             PIC 9(07) VALUE 0.
       01 WS-GLI-EXC-CNT             PIC 9(05) VALUE 0.
       01 WS-GLI-OVFL-CNT            PIC 9(05) VALUE 0.
       01 WS-GLI-TOT-DR              PIC S9(13)V99 VALUE 0.
       01 WS-GLI-TOT-CR              PIC S9(13)V99 VALUE 0.
       01 WS-GLI-OVFL-SW             PIC X(01) VALUE "N".
           88 GLI-TABLE-FULL                    VALUE "Y".
       01 WS-GLI-TABLE.
           05 WS-GLI-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-GLI-IX.
               10 WS-GLI-GL-ACCT      PIC X(10).
               10 WS-GLI-COST-CTR     PIC X(06).
               10 WS-GLI-DR-TOT       PIC S9(13)V99.
               10 WS-GLI-CR-TOT       PIC S9(13)V99.
               10 WS-GLI-ITEM-CNT     PIC 9(07).

      *------------------------------------------------------------*
      * FDIC DEPOSIT INSURANCE COVERAGE WORKING STORAGE             *
      * A DEPOSIT ACCOUNT'S BALANCE PLUS ACCRUED INTEREST IS SPLIT  *
      * EVENLY ACROSS ITS OWNERS (PRIMARY PLUS ACTIVE JT PARTIES)   *
      * AND SUMMED BY OWNER AND CATEGORY. THE LIMIT APPLIES PER     *
      * OWNER PER CATEGORY; A POD/TRUST OWNER'S LIMIT IS MULTIPLIED *
      * BY THE DISTINCT ACTIVE PD BENEFICIARIES, UP TO THE CAP.     *
      *------------------------------------------------------------*
       01 WS-FD-LIMIT                PIC S9(09)V99 VALUE 250000.00.
       01 WS-FD-BENE-CAP             PIC 9(02) VALUE 5.
       01 WS-FD-BANK-ID              PIC X(08) VALUE "FNB00001".
       01 WS-FD-REL-MAX              PIC 9(04) VALUE 500.
       01 WS-FD-REL-CNT              PIC 9(04) VALUE 0.
       01 WS-FD-REL-TABLE.
           05 WS-FD-REL-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-FDR-IX.
               10 WS-FDR-ACCT         PIC X(16).
               10 WS-FDR-CIF          PIC X(10).
               10 WS-FDR-ROLE         PIC X(02).
       01 WS-FD-CUST-MAX             PIC 9(04) VALUE 500.
       01 WS-FD-CUST-CNT             PIC 9(04) VALUE 0.
       01 WS-FD-CUST-TABLE.
           05 WS-FD-CUST-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-FDC-IX.
               10 WS-FDC-CIF          PIC X(10).
               10 WS-FDC-TAX-TYPE     PIC X(01).
               10 WS-FDC-TAX-ID       PIC X(11).
               10 WS-FDC-NAME         PIC X(40).
       01 WS-FD-OWN-MAX              PIC 9(04) VALUE 500.
       01 WS-FD-OWN-CNT              PIC 9(04) VALUE 0.
       01 WS-FD-OWN-TABLE.
           05 WS-FD-OWN-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-FDO-IX.
               10 WS-FDO-CIF          PIC X(10).
               10 WS-FDO-CAT          PIC X(03).
               10 WS-FDO-BAL          PIC S9(13)V99.
               10 WS-FDO-ACCTS        PIC 9(04).
               10 WS-FDO-BENES        PIC 9(02).
               10 WS-FDO-LIMIT        PIC S9(13)V99.
               10 WS-FDO-INSURED      PIC S9(13)V99.
               10 WS-FDO-UNINS        PIC S9(13)V99.
               10 WS-FDO-DONE         PIC X(01).
       01 WS-FD-SHR-MAX              PIC 9(04) VALUE 1000.
       01 WS-FD-SHR-CNT              PIC 9(04) VALUE 0.
       01 WS-FD-SHR-TABLE.
           05 WS-FD-SHR-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-FDS-IX.
               10 WS-FDS-CIF          PIC X(10).
               10 WS-FDS-CAT          PIC X(03).
               10 WS-FDS-ACCT         PIC X(16).
               10 WS-FDS-PROD         PIC X(04).
               10 WS-FDS-BAL          PIC S9(11)V99.
       01 WS-FD-BEN-MAX              PIC 9(04) VALUE 500.
       01 WS-FD-BEN-CNT              PIC 9(04) VALUE 0.
       01 WS-FD-BEN-TABLE.
           05 WS-FD-BEN-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-FDB-IX.
               10 WS-FDB-OWNER        PIC X(10).
               10 WS-FDB-BENE         PIC X(10).
       01 WS-FD-OWNER-LIST.
           05 WS-FD-OWNER             PIC X(10) OCCURS 10 TIMES.
       01 WS-FD-OWN-N                PIC 9(02).
       01 WS-FD-PD-N                 PIC 9(02).
       01 WS-FD-BEN-N                PIC 9(02).
       01 WS-FD-K                    PIC 9(02).
       01 WS-FD-CAT                  PIC X(03).
       01 WS-FD-BAL                  PIC S9(11)V99.
       01 WS-FD-SHARE                PIC S9(11)V99.
       01 WS-FD-FIRST-SHARE          PIC S9(11)V99.
       01 WS-FD-AMT                  PIC S9(11)V99.
       01 WS-FD-SRCH-CIF             PIC X(10).
       01 WS-FD-FOUND-IX             PIC 9(04) VALUE 0.
       01 WS-FD-CUST-IX              PIC 9(04) VALUE 0.
       01 WS-FD-IDX                  PIC 9(04).
       01 WS-FD-JDX                  PIC 9(04).
       01 WS-FD-BEN-FOUND            PIC X(01).
           88 FD-BEN-FOUND-YES                  VALUE "Y".
           88 FD-BEN-FOUND-NO                   VALUE "N".
       01 WS-FD-ACCT-CNT             PIC 9(05) VALUE 0.
       01 WS-FD-SKIP-CNT             PIC 9(05) VALUE 0.
       01 WS-FD-OVFL-CNT             PIC 9(05) VALUE 0.
       01 WS-FD-CIF-CNT              PIC 9(05) VALUE 0.
       01 WS-FD-UNINS-CIF-CNT        PIC 9(05) VALUE 0.
       01 WS-FD-EXT-OWN-CNT          PIC 9(07) VALUE 0.
       01 WS-FD-EXT-ACCT-CNT         PIC 9(07) VALUE 0.
       01 WS-FD-CIF-INS              PIC S9(13)V99.
       01 WS-FD-CIF-UNINS            PIC S9(13)V99.
       01 WS-FD-TOT-BAL              PIC S9(13)V99 VALUE 0.
       01 WS-FD-TOT-INS              PIC S9(13)V99 VALUE 0.
       01 WS-FD-TOT-UNINS            PIC S9(13)V99 VALUE 0.
       01 WS-FD-FMT-A                PIC $$$$,$$$,$$$,$$9.99-.
       01 WS-FD-FMT-B                PIC $$$$,$$$,$$$,$$9.99-.
       01 WS-FD-FMT-C                PIC $$$$,$$$,$$$,$$9.99-.

      *------------------------------------------------------------*
      * ACH/WIRE BATCH INTAKE WORKING STORAGE                      *
      *------------------------------------------------------------*
       01 WS-INTK-REJ-CNT            PIC 9(05) VALUE 0.
       01 WS-INTK-STATUS             PIC X(02).
           88 INTK-ACCT-ACTIVE                  VALUE "AC".
           88 INTK-ACCT-CHGOFF                  VALUE "CO".
       01 WS-INTK-RESTRICT           PIC X(02).
           88 INTK-NO-DEBIT                     VALUE "ND".
           88 INTK-NO-CREDIT                    VALUE "NC".
      *------------------------------------------------------------*
      * PRODUCT/PRICING MASTER WORKING STORAGE                      *
      * PRODMSTR IS LOADED INTO THIS TABLE AT SIGN-ON; EVERY        *
      * PRICING DECISION (SERVICE FEE, WAIVER, BOARD RATE, OD,      *
      * STOP AND FOREIGN-ATM FEES, CD PENALTY FACTOR) READS THE     *
      * TABLE THROUGH 8700-FIND-PRODUCT.                            *
      *------------------------------------------------------------*
       01 WS-PROD-TBL-MAX            PIC 9(02) VALUE 20.
       01 WS-PROD-TBL-CNT            PIC 9(02) VALUE 0.
               10 WS-PT-OD-FEE        PIC S9(05)V99.
               10 WS-PT-PEN-DAYS      PIC 9(03).
               10 WS-PT-STOP-FEE      PIC S9(05)V99.
               10 WS-PT-ATM-FEE       PIC S9(05)V99.
               10 WS-PT-LEGAL-FEE     PIC S9(05)V99.

       01 WS-PD-CODE                 PIC X(04).
       01 WS-PD-DESC                 PIC X(20).
       01 WS-PD-OD-FEE               PIC S9(05)V99.
       01 WS-PD-PEN-DAYS             PIC 9(03).
       01 WS-PD-STOP-FEE             PIC S9(05)V99.
       01 WS-PD-ATM-FEE              PIC S9(05)V99.
       01 WS-PD-LEGAL-FEE            PIC S9(05)V99.

       01 WS-SVC-FEE-AMT             PIC S9(05)V99.
       01 WS-FEE-WAIVE-CNT           PIC 9(05) VALUE 0.
           88 TXN-FROM-HIST-NO                  VALUE "N".
       01 WS-INQ-ORIG-SEQ            PIC X(12).

      *------------------------------------------------------------*
      * LEGAL ORDER (GARNISHMENT / TAX LEVY) WORKING STORAGE        *
      * FEDERAL BENEFITS DIRECT-DEPOSITED BY ACH ("XX" ITEMS ON THE *
      * INTAKE) INSIDE THE LOOKBACK (THE SAME DAY                   *
      * WS-LO-LOOKBACK-MOS MONTHS BACK, THROUGH TODAY) ARE          *
      * PROTECTED UP TO THE LEDGER BALANCE. ONLY AVAILABLE FUNDS    *
      * ABOVE THE PROTECTED AMOUNT ARE HELD (GARNISHMENT) OR MOVED  *
      * TO LEVY SUSPENSE (TAX LEVY). THE PROCESSING FEE IS PRICED   *
      * PER PRODUCT (PROD-LEGAL-FEE) AND IS NEVER TAKEN FROM        *
      * PROTECTED FUNDS.                                            *
      *------------------------------------------------------------*
       01 WS-NEXT-LO-SEQ             PIC 9(08) VALUE 0.
       01 WS-LO-PROD-FEE             PIC S9(05)V99.
       01 WS-LO-LOOKBACK-MOS         PIC 9(02) VALUE 2.
       01 WS-LO-SUSP-GL              PIC X(10) VALUE "2005000100".
       01 WS-LO-INPUT-TYPE           PIC X(01).
       01 WS-LO-INPUT-CREDITOR       PIC X(30).
       01 WS-LO-INPUT-CASE           PIC X(20).
       01 WS-LO-LB-DATE.
           05 WS-LO-LB-YEAR          PIC 9(04).
           05 WS-LO-LB-MONTH         PIC 9(02).
           05 WS-LO-LB-DAY           PIC 9(02).
       01 WS-LO-FROM-DT              PIC 9(08).
       01 WS-LO-BENEFIT-AMT          PIC S9(11)V99.
       01 WS-LO-PROTECT-AMT          PIC S9(11)V99.
       01 WS-LO-SEIZABLE             PIC S9(11)V99.
       01 WS-LO-SEIZE-AMT            PIC S9(11)V99.
       01 WS-LO-FEE-CHG              PIC S9(05)V99.
       01 WS-LO-SEIZE-LEDGER         PIC S9(11)V99.
       01 WS-LO-OLD-RESTRICT         PIC X(02).
       01 WS-LO-ACCT-SW              PIC X(01).
           88 LO-ACCT-OK                        VALUE "Y".
           88 LO-ACCT-BAD                       VALUE "N".
       01 WS-LO-PROC-CNT             PIC 9(05) VALUE 0.
       01 WS-LO-HOLD-CNT             PIC 9(05) VALUE 0.
       01 WS-LO-SUSP-CNT             PIC 9(05) VALUE 0.
       01 WS-LO-NOFUND-CNT           PIC 9(05) VALUE 0.
       01 WS-LO-NOACCT-CNT           PIC 9(05) VALUE 0.
       01 WS-LO-LIST-CNT             PIC 9(05) VALUE 0.
       01 WS-LO-SEIZE-TOTAL          PIC S9(13)V99 VALUE 0.

      *------------------------------------------------------------*
      * STANDING ORDER / OVERDRAFT-PROTECTION SWEEP WORKING STORAGE *
      * AN ORDER THAT FAILS IS RETRIED AT EACH END OF DAY UNTIL IT  *
      * HAS FAILED WS-SO-MAX-FAILS TIMES RUNNING, THEN THAT         *
      * OCCURRENCE IS SKIPPED AND THE ORDER STEPS TO ITS NEXT DATE. *
      *------------------------------------------------------------*
       01 WS-NEXT-SO-SEQ             PIC 9(08) VALUE 0.
       01 WS-SO-MAX-FAILS            PIC 9(02) VALUE 3.
       01 WS-SO-REGD-LIMIT           PIC 9(02) VALUE 6.
       01 WS-SO-INPUT-ID             PIC 9(08).
       01 WS-SO-INPUT-TYPE           PIC X(01).
       01 WS-SO-INPUT-FREQ           PIC X(01).
       01 WS-SO-INPUT-DT             PIC 9(08).
       01 WS-SO-INPUT-END            PIC 9(08).
       01 WS-SO-INPUT-DESC           PIC X(20).
       01 WS-SO-NEXT-DATE.
           05 WS-SO-NEXT-YEAR        PIC 9(04).
           05 WS-SO-NEXT-MONTH       PIC 9(02).
           05 WS-SO-NEXT-DAY         PIC 9(02).
       01 WS-SO-WORK-DT              PIC 9(08).
       01 WS-SO-MONTHS               PIC 9(02).
       01 WS-SO-DAYS                 PIC 9(03).
       01 WS-SO-SRC-STATUS           PIC X(02).
       01 WS-SO-SRC-PROD             PIC X(04).
       01 WS-SO-SRC-REGD-CTR         PIC 9(02).
       01 WS-SO-SRC-AVAIL            PIC S9(11)V99.
       01 WS-SO-SRC-LOAN             PIC X(01).
           88 SO-SRC-IS-LOAN                    VALUE "Y".
       01 WS-SO-TGT-STATUS           PIC X(02).
       01 WS-SO-TGT-PROD             PIC X(04).
       01 WS-SO-TGT-LEDGER           PIC S9(11)V99.
       01 WS-SO-SWEEP-AMT            PIC S9(11)V99.
       01 WS-SO-SHORT-AMT            PIC S9(11)V99.
       01 WS-SO-EXC-AMT              PIC S9(11)V99.
       01 WS-SO-EXC-REASON           PIC X(40).
       01 WS-SO-SAVE-EOF             PIC X(01).
       01 WS-SO-DUP-SW               PIC X(01).
           88 SO-DUP-YES                        VALUE "Y".
           88 SO-DUP-NO                         VALUE "N".
       01 WS-SO-DUE-CNT              PIC 9(05) VALUE 0.
       01 WS-SO-POST-CNT             PIC 9(05) VALUE 0.
       01 WS-SO-SWEEP-CNT            PIC 9(05) VALUE 0.
       01 WS-SO-EXC-CNT              PIC 9(05) VALUE 0.
       01 WS-SO-LIST-CNT             PIC 9(05) VALUE 0.
       01 WS-SO-POST-TOTAL           PIC S9(13)V99 VALUE 0.

      *------------------------------------------------------------*
      * REG E DISPUTE CASE WORKING STORAGE                          *
      * PROVISIONAL CREDIT IS DUE WITHIN WS-RE-PROV-DAYS BUSINESS   *
      * DAYS OF THE CLAIM AND THE INVESTIGATION MUST CLOSE WITHIN   *
      * WS-RE-RESOLVE-DAYS CALENDAR DAYS - WS-RE-PROV-NEW-DAYS AND  *
      * WS-RE-RESOLVE-EXT WHEN THE ACCOUNT WAS OPENED LESS THAN     *
      * WS-RE-NEW-ACCT-DAYS BEFORE THE CLAIM. THE DAILY BATCH FLAGS *
      * CASES INSIDE THE WARNING WINDOWS AND POSTS PROVISIONAL      *
      * CREDITS ON THE DUE DATE IF STILL UNRESOLVED.                *
      *------------------------------------------------------------*
       01 WS-NEXT-RE-SEQ             PIC 9(08) VALUE 0.
       01 WS-RE-PROV-DAYS            PIC 9(03) VALUE 10.
       01 WS-RE-PROV-NEW-DAYS        PIC 9(03) VALUE 20.
       01 WS-RE-RESOLVE-DAYS         PIC 9(03) VALUE 45.
       01 WS-RE-RESOLVE-EXT          PIC 9(03) VALUE 90.
       01 WS-RE-NEW-ACCT-DAYS        PIC 9(03) VALUE 30.
       01 WS-RE-WARN-BUS-DAYS        PIC 9(03) VALUE 2.
       01 WS-RE-WARN-CAL-DAYS        PIC 9(03) VALUE 5.
       01 WS-RE-CLEAR-GL             PIC X(10) VALUE "1005000100".
       01 WS-RE-RUN-DT               PIC 9(08).
       01 WS-RE-INPUT-ID             PIC 9(08).
       01 WS-RE-INPUT-REASON         PIC X(02).
       01 WS-RE-INPUT-TEXT           PIC X(30).
       01 WS-RE-INPUT-DT             PIC 9(08).
       01 WS-RE-INPUT-DECISION       PIC X(01).
       01 WS-RE-OLD-STATUS           PIC X(01).
       01 WS-RE-ACCT-OPEN-DT         PIC 9(08).
       01 WS-RE-ACCT-AGE             PIC S9(07) VALUE 0.
       01 WS-RE-DAYS-LEFT            PIC S9(07).
       01 WS-RE-DAYS-DISP            PIC ZZZ9.
       01 WS-RE-POST-TYPE            PIC X(01).
           88 RE-POST-PROV                      VALUE "P".
           88 RE-POST-FINAL                     VALUE "F".
       01 WS-RE-POST-SW              PIC X(01).
           88 RE-POST-OK-YES                    VALUE "Y".
           88 RE-POST-OK-NO                     VALUE "N".
       01 WS-RE-DUP-SW               PIC X(01).
           88 RE-DUP-YES                        VALUE "Y".
           88 RE-DUP-NO                         VALUE "N".
       01 WS-RE-NOTICE-TYPE          PIC X(01).
       01 WS-RE-LOG-TYPE             PIC X(03).
       01 WS-RE-LOG-DRCR             PIC X(01).
       01 WS-RE-LOG-DESC             PIC X(40).
       01 WS-RE-LOG-GL-DR            PIC X(10).
       01 WS-RE-LOG-GL-CR            PIC X(10).
       01 WS-RE-LOG-REV-FLAG         PIC X(01).
       01 WS-RE-LOG-ORIG-SEQ         PIC X(12).
       01 WS-RE-FLAG-TEXT            PIC X(40).
       01 WS-RE-ACCT-STATUS          PIC X(02).
           88 RE-ACCT-CHGOFF                    VALUE "CO".
       01 WS-RE-SAVE-EOF             PIC X(01).
       01 WS-RE-REVIEW-CNT           PIC 9(05) VALUE 0.
       01 WS-RE-PROV-CNT             PIC 9(05) VALUE 0.
       01 WS-RE-FINAL-CNT            PIC 9(05) VALUE 0.
       01 WS-RE-REV-CNT              PIC 9(05) VALUE 0.
       01 WS-RE-CLOSE-CNT            PIC 9(05) VALUE 0.
       01 WS-RE-FLAG-CNT             PIC 9(05) VALUE 0.
       01 WS-RE-LIST-CNT             PIC 9(05) VALUE 0.
       01 WS-RE-CREDIT-TOTAL         PIC S9(13)V99 VALUE 0.

      *------------------------------------------------------------*
      * OVERDRAWN ACCOUNT AGING WORKING STORAGE                     *
      * ACCT-OD-SINCE-DT IS STAMPED THE FIRST NIGHT A DEPOSIT       *
      * ACCOUNT IS FOUND WITH A NEGATIVE LEDGER BALANCE AND CLEARED *
      * THE FIRST NIGHT IT IS BACK TO ZERO OR BETTER. CUSTOMER      *
      * NOTICES GO OUT AT WS-ODA-NOTICE1-DAYS AND                   *
      * WS-ODA-NOTICE2-DAYS; AT WS-ODA-CHGOFF-DAYS THE BALANCE IS   *
      * CHARGED OFF TO WS-OD-LOSS-GL. LATER DEPOSITS TO A CHARGED-  *
      * OFF ACCOUNT ARE BOOKED TO WS-OD-RCVY-GL, NOT THE ACCOUNT.   *
      *------------------------------------------------------------*
       01 WS-ODA-NOTICE1-DAYS        PIC 9(03) VALUE 30.
       01 WS-ODA-NOTICE2-DAYS        PIC 9(03) VALUE 45.
       01 WS-ODA-CHGOFF-DAYS         PIC 9(03) VALUE 60.
       01 WS-OD-LOSS-GL              PIC X(10) VALUE "5002000100".
       01 WS-OD-RCVY-GL              PIC X(10) VALUE "4004000100".
       01 WS-ODA-RUN-DT              PIC 9(08).
       01 WS-ODA-DAYS                PIC S9(05).
       01 WS-ODA-DAYS-DISP           PIC ZZZZ9.
       01 WS-ODA-CHGOFF-DT           PIC 9(08).
       01 WS-ODA-CHGOFF-AMT          PIC S9(11)V99.
       01 WS-ODA-OLD-ST              PIC X(02).
       01 WS-ODA-AGED-CNT            PIC 9(05) VALUE 0.
       01 WS-ODA-NEW-CNT             PIC 9(05) VALUE 0.
       01 WS-ODA-CURED-CNT           PIC 9(05) VALUE 0.
       01 WS-ODA-NOTICE-CNT          PIC 9(05) VALUE 0.
       01 WS-ODA-CHGOFF-CNT          PIC 9(05) VALUE 0.
       01 WS-ODA-CHGOFF-TOTAL        PIC S9(13)V99 VALUE 0.
       01 WS-RCV-SW                  PIC X(01).
           88 RCV-YES                           VALUE "Y".
           88 RCV-NO                            VALUE "N".
       01 WS-RCV-ACCT                PIC X(16).
       01 WS-RCV-CIF                 PIC X(10).
       01 WS-RCV-PROD                PIC X(04).
       01 WS-RCV-AMT                 PIC S9(11)V99.
       01 WS-RCV-EFFDT               PIC 9(08).
       01 WS-RCV-CHANNEL             PIC X(03).
       01 WS-RCV-TELLER              PIC X(06).
       01 WS-RCV-TERMINAL            PIC X(08).
       01 WS-RCV-DESC                PIC X(40).
       01 WS-INTK-RCVY-CNT           PIC 9(05) VALUE 0.

      *------------------------------------------------------------*
      * OVERDRAWN AGING REPORT WORKING STORAGE                      *
      * OPEN OVERDRAWN DEPOSIT ACCOUNTS ARE BUCKETED BY BRANCH ON   *
      * DAYS SINCE ACCT-OD-SINCE-DT; CHO AND RCV JOURNAL ENTRIES    *
      * POSTED IN THE CURRENT MONTH ARE ADDED BY BRANCH THROUGH THE *
      * ACCOUNT MASTER.                                             *
      *------------------------------------------------------------*
       01 WS-ODR-TBL-MAX             PIC 9(03) VALUE 200.
       01 WS-ODR-TBL-CNT             PIC 9(03) VALUE 0.
       01 WS-ODR-IDX                 PIC 9(03).
       01 WS-ODR-FOUND-IX            PIC 9(03) VALUE 0.
       01 WS-ODR-OVFL-CNT            PIC 9(05) VALUE 0.
       01 WS-ODR-ACCT-CNT            PIC 9(05) VALUE 0.
       01 WS-ODR-SRCH-BRN            PIC X(06).
       01 WS-ODR-MONTH               PIC 9(06).
       01 WS-ODR-DAYS                PIC S9(05).
       01 WS-ODR-TOT-CNT1            PIC 9(05) VALUE 0.
       01 WS-ODR-TOT-AMT1            PIC S9(13)V99 VALUE 0.
       01 WS-ODR-TOT-CNT2            PIC 9(05) VALUE 0.
       01 WS-ODR-TOT-AMT2            PIC S9(13)V99 VALUE 0.
       01 WS-ODR-TOT-CNT3            PIC 9(05) VALUE 0.
       01 WS-ODR-TOT-AMT3            PIC S9(13)V99 VALUE 0.
       01 WS-ODR-TOT-CHO             PIC S9(13)V99 VALUE 0.
       01 WS-ODR-TOT-RCV             PIC S9(13)V99 VALUE 0.
       01 WS-ODR-TABLE.
           05 WS-ODR-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-ODR-IX.
               10 WS-OR-BRANCH        PIC X(06).
               10 WS-OR-CNT1          PIC 9(05).
               10 WS-OR-AMT1          PIC S9(13)V99.
               10 WS-OR-CNT2          PIC 9(05).
               10 WS-OR-AMT2          PIC S9(13)V99.
               10 WS-OR-CNT3          PIC 9(05).
               10 WS-OR-AMT3          PIC S9(13)V99.
               10 WS-OR-CHO           PIC S9(13)V99.
               10 WS-OR-RCV           PIC S9(13)V99.

       01 WS-ODR-COL-HDR.
           05 FILLER PIC X(08) VALUE "  BRANCH".
           05 FILLER PIC X(25) VALUE "    NBR         1-29 DAYS".
           05 FILLER PIC X(25) VALUE "    NBR        30-59 DAYS".
           05 FILLER PIC X(25) VALUE "    NBR          60+ DAYS".
           05 FILLER PIC X(18) VALUE "      CHG-OFFS MTD".
           05 FILLER PIC X(18) VALUE "    RECOVERIES MTD".

       01 WS-ODR-DTL.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-BRN             PIC X(06).
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-CNT1            PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-AMT1            PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-CNT2            PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-AMT2            PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-CNT3            PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-AMT3            PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-CHO             PIC $$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-ODD-RCV             PIC $$$$,$$$,$$9.99-.

      *------------------------------------------------------------*
      * BUSINESS-DAY ARITHMETIC - 8750 ADDS WS-BD-DAYS BUSINESS     *
      * DAYS TO WS-BD-FROM-DT GIVING WS-BD-RESULT-DT; 8755 SETS     *
      * BUS-DAY-YES WHEN WS-BD-TEST-DT IS A BUSINESS DAY.           *
      * INTEGER-OF-DATE DAY 1 (01/01/1601) IS A MONDAY, SO THE      *
      * REMAINDER BY 7 GIVES 1-5 MON-FRI, 6 SATURDAY, 0 SUNDAY.     *
      * 8752 ROLLS WS-BD-FROM-DT FORWARD TO THE FIRST BUSINESS DAY  *
      * ON OR AFTER IT. WEEKEND DAYS AND HOLIDAYS COME FROM THE     *
      * HOLCAL TABLE LOADED AT SIGN-ON. BOTH 8750 AND 8752 GIVE UP  *
      * AFTER WS-BD-RUN-MAX NON-BUSINESS DAYS IN A ROW, SO A BAD    *
      * CALENDAR CANNOT LOOP THEM FOREVER.                          *
      *------------------------------------------------------------*
       01 WS-BD-FROM-DT              PIC 9(08).
       01 WS-BD-DAYS                 PIC 9(03).
       01 WS-BD-RESULT-DT            PIC 9(08).
       01 WS-BD-TEST-DT              PIC 9(08).
       01 WS-BD-COUNT                PIC 9(03).
       01 WS-BD-RUN-CNT              PIC 9(03).
       01 WS-BD-RUN-MAX              PIC 9(03) VALUE 366.
       01 WS-BD-DAYNUM               PIC 9(08).
       01 WS-BD-QUOT                 PIC 9(08).
       01 WS-BD-DOW                  PIC 9(01).
       01 WS-BD-SW                   PIC X(01).
           88 BUS-DAY-YES                       VALUE "Y".
           88 BUS-DAY-NO                        VALUE "N".
       01 WS-BD-HOL-DESC             PIC X(30).

       01 WS-CAL-TBL-MAX             PIC 9(03) VALUE 400.
       01 WS-CAL-TBL-CNT             PIC 9(03) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES
                           INDEXED BY WS-CAL-IX.
               10 WS-CAL-DT           PIC 9(08).
               10 WS-CAL-DESC         PIC X(30).
       01 WS-CAL-WKND-DATA           PIC X(07) VALUE "NNNNNYY".
       01 WS-CAL-WKND-TBL REDEFINES WS-CAL-WKND-DATA.
           05 WS-CAL-WKND            PIC X(01) OCCURS 7 TIMES.
       01 WS-CAL-WKND-CNT            PIC 9(01) VALUE 0.
       01 WS-CAL-WKND-Y-CNT          PIC 9(01) VALUE 0.
       01 WS-CAL-DOW-IX              PIC 9(01).
       01 WS-CAL-INPUT-TYPE          PIC X(02).
       01 WS-CAL-INPUT-DT            PIC 9(08).
       01 WS-CAL-INPUT-DOW           PIC 9(01).
       01 WS-CAL-INPUT-DESC          PIC X(30).
       01 WS-CAL-LIST-CNT            PIC 9(05) VALUE 0.
       01 WS-CAL-FOUND-SW            PIC X(01).
           88 CAL-FOUND-YES                     VALUE "Y".
           88 CAL-FOUND-NO                      VALUE "N".
       01 WS-CAL-DAY-NAMES.
           05 FILLER                 PIC X(09) VALUE "MONDAY   ".
           05 FILLER                 PIC X(09) VALUE "TUESDAY  ".
           05 FILLER                 PIC X(09) VALUE "WEDNESDAY".
           05 FILLER                 PIC X(09) VALUE "THURSDAY ".
           05 FILLER                 PIC X(09) VALUE "FRIDAY   ".
           05 FILLER                 PIC X(09) VALUE "SATURDAY ".
           05 FILLER                 PIC X(09) VALUE "SUNDAY   ".
       01 WS-CAL-DAY-NAME-TBL REDEFINES WS-CAL-DAY-NAMES.
           05 WS-CAL-DAY-NAME        PIC X(09) OCCURS 7 TIMES.

      *------------------------------------------------------------*
      * DATA-QUALITY AUDIT WORKING STORAGE                          *
      * CIF AND PER-ACCOUNT ACTIVE HOLD TABLES FOR THE LINK AND     *
      * BALANCE CHECKS, AND THE EXCEPTION TABLE THE REPORT PRINTS   *
      * BY SEVERITY (1 HIGH, 2 MEDIUM, 3 LOW). A FULL CIF OR HOLD   *
      * TABLE SWITCHES ITS CHECKS OFF RATHER THAN REPORT FALSE      *
      * EXCEPTIONS; A FULL EXCEPTION TABLE STILL COUNTS.            *
      *------------------------------------------------------------*
       01 WS-DQ-RUN-DT               PIC 9(08).
       01 WS-DQ-CUST-MAX             PIC 9(04) VALUE 2000.
       01 WS-DQ-CUST-CNT             PIC 9(04) VALUE 0.
       01 WS-DQ-CUST-OVFL-CNT        PIC 9(05) VALUE 0.
       01 WS-DQ-CUST-TABLE.
           05 WS-DQ-CUST-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-DQC-IX.
               10 WS-DQC-CIF          PIC X(10).
       01 WS-DQ-HOLD-MAX             PIC 9(04) VALUE 1000.
       01 WS-DQ-HOLD-CNT             PIC 9(04) VALUE 0.
       01 WS-DQ-HOLD-FOUND-IX        PIC 9(04) VALUE 0.
       01 WS-DQ-HOLD-OVFL-CNT        PIC 9(05) VALUE 0.
       01 WS-DQ-HOLD-TABLE.
           05 WS-DQ-HOLD-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-DQH-IX.
               10 WS-DQH-ACCT         PIC X(16).
               10 WS-DQH-HOLD-SUM     PIC S9(11)V99.
               10 WS-DQH-UNCOLL-SUM   PIC S9(11)V99.
       01 WS-DQ-TBL-MAX              PIC 9(03) VALUE 500.
       01 WS-DQ-TBL-CNT              PIC 9(03) VALUE 0.
       01 WS-DQ-OVFL-CNT             PIC 9(05) VALUE 0.
       01 WS-DQ-EXC-TABLE.
           05 WS-DQ-EXC-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-DQE-IX.
               10 WS-DQE-SEV          PIC 9(01).
               10 WS-DQE-FILE         PIC X(08).
               10 WS-DQE-KEY          PIC X(16).
               10 WS-DQE-TEXT         PIC X(50).
               10 WS-DQE-AMT          PIC S9(11)V99.
       01 WS-DQ-SEV-NAMES.
           05 FILLER                 PIC X(06) VALUE "HIGH  ".
           05 FILLER                 PIC X(06) VALUE "MEDIUM".
           05 FILLER                 PIC X(06) VALUE "LOW   ".
       01 WS-DQ-SEV-NAME-TBL REDEFINES WS-DQ-SEV-NAMES.
           05 WS-DQ-SEV-NAME         PIC X(06) OCCURS 3 TIMES.
       01 WS-DQ-SEV-CNT-TBL.
           05 WS-DQ-SEV-CNT          PIC 9(05) OCCURS 3 TIMES.
       01 WS-DQ-EXC-CNT              PIC 9(05) VALUE 0.
       01 WS-DQ-ACCT-CNT             PIC 9(05) VALUE 0.
       01 WS-DQ-DIFF-TOTAL           PIC S9(13)V99 VALUE 0.
       01 WS-DQ-SEV                  PIC 9(01).
       01 WS-DQ-MISS-SEV             PIC 9(01).
       01 WS-DQ-CLSD-SEV             PIC 9(01).
       01 WS-DQ-PRT-SEV              PIC 9(01).
       01 WS-DQ-FILE-ID              PIC X(08).
       01 WS-DQ-KEY                  PIC X(16).
       01 WS-DQ-TEXT                 PIC X(50).
       01 WS-DQ-ITEM                 PIC X(30).
       01 WS-DQ-AMT                  PIC S9(11)V99.
       01 WS-DQ-EXP-HOLD             PIC S9(11)V99.
       01 WS-DQ-EXP-UNCOLL           PIC S9(11)V99.
       01 WS-DQ-EXP-AVAIL            PIC S9(11)V99.
       01 WS-DQ-SRCH-CIF             PIC X(10).
       01 WS-DQ-SRCH-ACCT            PIC X(16).
       01 WS-DQ-CUST-SW              PIC X(01).
           88 DQ-CUST-FOUND                     VALUE "Y".
           88 DQ-CUST-MISSING                   VALUE "N".
       01 WS-DQ-ACCT-SW              PIC X(01).
           88 DQ-ACCT-FOUND                     VALUE "Y".
           88 DQ-ACCT-MISSING                   VALUE "N".
       01 WS-DQ-ACCT-ST              PIC X(02).
           88 DQ-ACCT-IS-CLOSED                 VALUE "CL" "ES" "CO".
       01 WS-DQ-COL-HDR.
           05 FILLER PIC X(14) VALUE "    FILE".
           05 FILLER PIC X(18) VALUE "KEY".
           05 FILLER PIC X(52) VALUE "EXCEPTION".
           05 FILLER PIC X(20) VALUE "          DIFFERENCE".

      *------------------------------------------------------------*
      * DEBIT/ATM CARD WORKING STORAGE                              *
      * CARD MAINTENANCE INPUTS, AND THE IN-CORE CARD TABLE THE     *
      * SETTLEMENT BATCH CHECKS STATUS, EXPIRY AND DAILY LIMITS     *
      * AGAINST. USAGE BUILT UP IN THE TABLE IS WRITTEN BACK TO     *
      * CARDMSTR AT THE END OF THE RUN. A NEW CARD IS GOOD FOR      *
      * WS-CM-EXPIRY-YRS YEARS; A ZERO LIMIT KEYED AT ISSUE TAKES   *
      * THE STANDARD LIMIT.                                         *
      *------------------------------------------------------------*
       01 WS-NEXT-CARD-SEQ           PIC 9(08) VALUE 0.
       01 WS-CM-EXPIRY-YRS           PIC 9(01) VALUE 4.
       01 WS-CM-ATM-DFLT             PIC S9(07)V99 VALUE 500.00.
       01 WS-CM-POS-DFLT             PIC S9(07)V99 VALUE 2500.00.
       01 WS-CM-ACTION               PIC X(01).
           88 CM-ACTION-BLOCK                   VALUE "B".
           88 CM-ACTION-REPLACE                 VALUE "R".
           88 CM-ACTION-REISSUE                 VALUE "I".
       01 WS-CM-INPUT-ID             PIC 9(08).
       01 WS-CM-INPUT-PAN            PIC X(16).
       01 WS-CM-INPUT-REASON         PIC X(01).
       01 WS-CM-INPUT-ATM            PIC S9(07)V99.
       01 WS-CM-INPUT-POS            PIC S9(07)V99.
       01 WS-CM-EXPIRY               PIC 9(06).
       01 WS-CM-MASKED               PIC X(16).
       01 WS-CM-CIF                  PIC X(10).
       01 WS-CM-PRI-ACCT             PIC X(16).
       01 WS-CM-SAV-ACCT             PIC X(16).
       01 WS-CM-ATM-LIMIT            PIC S9(07)V99.
       01 WS-CM-POS-LIMIT            PIC S9(07)V99.
       01 WS-CM-PRI-ST               PIC X(02).
       01 WS-CM-PRI-PROD             PIC X(04).
       01 WS-CM-PRI-CIF              PIC X(10).
       01 WS-CM-PRI-LOAN             PIC X(01).
           88 CM-PRI-IS-LOAN                    VALUE "Y".
       01 WS-CM-SAV-ST               PIC X(02).
       01 WS-CM-SAV-PROD             PIC X(04).
       01 WS-CM-SAV-CIF              PIC X(10).
       01 WS-CM-LIST-CNT             PIC 9(05) VALUE 0.
       01 WS-CM-FMT-ATM              PIC $$$,$$$,$$9.99.
       01 WS-CM-FMT-POS              PIC $$$,$$$,$$9.99.

       01 WS-CS-SETTLE-GL            PIC X(10) VALUE "1006000100".
       01 WS-CS-CARD-MAX             PIC 9(04) VALUE 2000.
       01 WS-CS-CARD-CNT             PIC 9(04) VALUE 0.
       01 WS-CS-CARD-OVFL-CNT        PIC 9(05) VALUE 0.
       01 WS-CS-CARD-TABLE.
           05 WS-CS-CARD-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CST-IX.
               10 WS-CST-ID           PIC 9(08).
               10 WS-CST-MASKED       PIC X(16).
               10 WS-CST-PRI-ACCT     PIC X(16).
               10 WS-CST-SAV-ACCT     PIC X(16).
               10 WS-CST-STATUS       PIC X(01).
               10 WS-CST-EXPIRY       PIC 9(06).
               10 WS-CST-ATM-LIMIT    PIC S9(07)V99.
               10 WS-CST-POS-LIMIT    PIC S9(07)V99.
               10 WS-CST-USE-DT       PIC 9(08).
               10 WS-CST-ATM-USED     PIC S9(07)V99.
               10 WS-CST-POS-USED     PIC S9(07)V99.
               10 WS-CST-CHANGED      PIC X(01).
       01 WS-CS-SRCH-ID              PIC 9(08).
       01 WS-CS-CARD-SW              PIC X(01).
           88 CS-CARD-FOUND                     VALUE "Y".
           88 CS-CARD-MISSING                   VALUE "N".

       01 WS-CS-NETWORK              PIC X(08).
       01 WS-CS-SETTLE-DT            PIC 9(08).
       01 WS-CS-HDR-SW               PIC X(01).
           88 CS-HDR-YES                        VALUE "Y".
           88 CS-HDR-NO                         VALUE "N".
       01 WS-CS-TRL-SW               PIC X(01).
           88 CS-TRL-YES                        VALUE "Y".
           88 CS-TRL-NO                         VALUE "N".
       01 WS-CS-BAL-SW               PIC X(01).
           88 CS-IN-BAL                         VALUE "Y".
           88 CS-OUT-OF-BAL                     VALUE "N".
       01 WS-CS-TOTALS.
           05 WS-CS-READ-CNT         PIC 9(07).
           05 WS-CS-POST-CNT         PIC 9(07).
           05 WS-CS-REJ-CNT          PIC 9(07).
           05 WS-CS-BAD-CNT          PIC 9(05).
           05 WS-CS-FEE-CNT          PIC 9(05).
           05 WS-CS-FEE-WAIVE-CNT    PIC 9(05).
           05 WS-CS-EXPIRE-CNT       PIC 9(05).
           05 WS-CS-CHG-CNT          PIC 9(05).
           05 WS-CS-READ-DR          PIC S9(13)V99.
           05 WS-CS-READ-CR          PIC S9(13)V99.
           05 WS-CS-POST-DR          PIC S9(13)V99.
           05 WS-CS-POST-CR          PIC S9(13)V99.
           05 WS-CS-REJ-DR           PIC S9(13)V99.
           05 WS-CS-REJ-CR           PIC S9(13)V99.
           05 WS-CS-FEE-TOTAL        PIC S9(11)V99.
           05 WS-CS-T-ITEM-CNT       PIC 9(07).
           05 WS-CS-T-DR-TOTAL       PIC S9(13)V99.
           05 WS-CS-T-CR-TOTAL       PIC S9(13)V99.
           05 WS-CS-T-NET-AMT        PIC S9(13)V99.
       01 WS-CS-DIFF-CNT             PIC S9(07).
       01 WS-CS-DIFF-DR              PIC S9(13)V99.
       01 WS-CS-DIFF-CR              PIC S9(13)V99.
       01 WS-CS-DIFF-NET             PIC S9(13)V99.
       01 WS-CS-NET                  PIC S9(13)V99.
       01 WS-CS-REJ-REASON           PIC X(30).
       01 WS-CS-ACCT                 PIC X(16).
       01 WS-CS-ACCT-ST              PIC X(02).
           88 CS-ACCT-ACTIVE                    VALUE "AC".
       01 WS-CS-RESTRICT             PIC X(02).
           88 CS-NO-CREDIT                      VALUE "NC".
           88 CS-DEBIT-BLOCKED                  VALUE "ND" "LH" "GR".
       01 WS-CS-LOAN                 PIC X(01).
           88 CS-ACCT-IS-LOAN                   VALUE "Y".
       01 WS-CS-USED                 PIC S9(07)V99.
       01 WS-CS-LIMIT                PIC S9(07)V99.
       01 WS-CS-TXN-YM               PIC 9(06).
       01 WS-CS-CURR-YM              PIC 9(06).
       01 WS-CS-FEE-AMT              PIC S9(05)V99.
       01 WS-CS-FEE-LEDGER           PIC S9(11)V99.
       01 WS-CS-FEE-SW               PIC X(01).
           88 CS-FEE-YES                        VALUE "Y".
           88 CS-FEE-NO                         VALUE "N".
       01 WS-CS-COL-HDR.
           05 FILLER PIC X(14) VALUE "    CARD ID".
           05 FILLER PIC X(18) VALUE "MASKED NUMBER".
           05 FILLER PIC X(10) VALUE "TXN DATE".
           05 FILLER PIC X(05) VALUE "CHN".
           05 FILLER PIC X(03) VALUE "D".
           05 FILLER PIC X(22) VALUE "              AMOUNT".
           05 FILLER PIC X(14) VALUE "TRACE".
           05 FILLER PIC X(30) VALUE "REASON".
       01 WS-CS-RECN-HDR.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    ITEMS".
           05 FILLER PIC X(21) VALUE "              DEBITS".
           05 FILLER PIC X(21) VALUE "             CREDITS".
           05 FILLER PIC X(21) VALUE "                 NET".
       01 WS-CS-RECN-LINE.
           05 FILLER                  PIC X(02) VALUE "  ".
           05 WS-CS-RL-LABEL         PIC X(24).
           05 WS-CS-RL-CNT           PIC Z,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE " ".
           05 WS-CS-RL-DR            PIC $$$$,$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(01) VALUE " ".
           05 WS-CS-RL-CR            PIC $$$$,$$$,$$$,$$9.99-.
           05 FILLER                  PIC X(01) VALUE " ".
           05 WS-CS-RL-NET           PIC $$$$,$$$,$$$,$$9.99-.


      *------------------------------------------------------------*
      * REPORT LAYOUTS                                              *
      *------------------------------------------------------------*

       0000-MAIN.
           PERFORM 1000-INIT
           IF SIGNON-OK-YES
               PERFORM 2000-MENU UNTIL WS-MENU-CHOICE = 0
           END-IF
           PERFORM 9000-TERM
           STOP RUN
           .
           DISPLAY "  BATCH/ONLINE PROCESSING ENGINE v4.2.1"
           DISPLAY "============================================="
           DISPLAY " "
           PERFORM 1100-LOAD-NEXT-IDS
           PERFORM 1200-LOAD-PROD-TABLE
           PERFORM 1400-LOAD-GL-CHART
           PERFORM 1410-LOAD-GL-RULES
           PERFORM 1420-LOAD-HOL-CALENDAR
           PERFORM 1300-SIGN-ON
           .

       1100-LOAD-NEXT-IDS.
               ADD 1 TO WS-NEXT-ML-SEQ
           END-IF
           CLOSE MLOG-FILE

           OPEN INPUT LO-FILE
           IF WS-LO-FS NOT = "00"
               MOVE 1 TO WS-NEXT-LO-SEQ
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ LO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF LO-ID > WS-NEXT-LO-SEQ
                               MOVE LO-ID TO WS-NEXT-LO-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-NEXT-LO-SEQ
           END-IF
           CLOSE LO-FILE

           OPEN INPUT SO-FILE
           IF WS-SO-FS NOT = "00"
               MOVE 1 TO WS-NEXT-SO-SEQ
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ SO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF SO-ID > WS-NEXT-SO-SEQ
                               MOVE SO-ID TO WS-NEXT-SO-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-NEXT-SO-SEQ
           END-IF
           CLOSE SO-FILE

           OPEN INPUT RE-FILE
           IF WS-RE-FS NOT = "00"
               MOVE 1 TO WS-NEXT-RE-SEQ
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ RE-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF RE-CASE-ID > WS-NEXT-RE-SEQ
                               MOVE RE-CASE-ID TO WS-NEXT-RE-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-NEXT-RE-SEQ
           END-IF
           CLOSE RE-FILE

           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00"
               MOVE 1 TO WS-NEXT-CARD-SEQ
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CARD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CARD-ID > WS-NEXT-CARD-SEQ
                               MOVE CARD-ID TO WS-NEXT-CARD-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-NEXT-CARD-SEQ
           END-IF
           CLOSE CARD-FILE
           .

      *------------------------------------------------------------*
                               TO WS-PT-PEN-DAYS(WS-PROD-IX)
                           MOVE PROD-STOP-FEE
                               TO WS-PT-STOP-FEE(WS-PROD-IX)
                           IF PROD-ATM-FEE NUMERIC
                               MOVE PROD-ATM-FEE
                                   TO WS-PT-ATM-FEE(WS-PROD-IX)
                           ELSE
                               MOVE 0 TO WS-PT-ATM-FEE(WS-PROD-IX)
                           END-IF
                           IF PROD-LEGAL-FEE NUMERIC
                               MOVE PROD-LEGAL-FEE
                                   TO WS-PT-LEGAL-FEE(WS-PROD-IX)
                           ELSE
                               MOVE 0 TO WS-PT-LEGAL-FEE(WS-PROD-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "DDA2"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "SAV1"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "MMA1"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "CD01"                TO WS-PD-CODE
           MOVE 0                     TO WS-PD-OD-FEE
           MOVE 90                    TO WS-PD-PEN-DAYS
           MOVE 0                     TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "HEL1"                TO WS-PD-CODE
           MOVE 0                     TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 0                     TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 0                     TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "MTG1"                TO WS-PD-CODE
           MOVE 0                     TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 0                     TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 0                     TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           MOVE "COM1"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 1260-WRITE-PROD-REC

           CLOSE PROD-FILE
           MOVE WS-PD-OD-FEE      TO PROD-OD-FEE
           MOVE WS-PD-PEN-DAYS    TO PROD-CD-PEN-DAYS
           MOVE WS-PD-STOP-FEE    TO PROD-STOP-FEE
           MOVE WS-PD-ATM-FEE     TO PROD-ATM-FEE
           MOVE WS-PD-LEGAL-FEE   TO PROD-LEGAL-FEE
           MOVE SPACES            TO PROD-FILLER
           WRITE PROD-REC
           .

      *------------------------------------------------------------*
      * OPERATOR SIGN-ON - ID AND PIN ARE CHECKED AGAINST OPERMSTR. *
      * A REVOKED OR UNKNOWN ID, OR A WRONG PIN, IS REJECTED AND    *
      * WRITTEN TO MAINTLOG; AFTER WS-SIGNON-MAX FAILURES THE       *
      * SESSION ENDS.                                               *
      *------------------------------------------------------------*
       1300-SIGN-ON.
           SET SIGNON-OK-NO TO TRUE
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL SIGNON-OK-YES
                      OR WS-SIGNON-TRIES >= WS-SIGNON-MAX
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "  Operator sign-on: " WITH NO ADVANCING
               ACCEPT WS-OPR-SRCH-ID
               INSPECT WS-OPR-SRCH-ID
                   CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "  PIN: " WITH NO ADVANCING
               ACCEPT WS-OPR-INPUT-PIN
               PERFORM 1310-FIND-OPERATOR

               MOVE SPACES TO WS-ML-NEW
               IF OPR-FOUND-NO
                   MOVE "NOT ON OPERATOR FILE" TO WS-ML-NEW
               ELSE
               IF WS-OF-STATUS NOT = "A"
                   MOVE "OPERATOR REVOKED" TO WS-ML-NEW
               ELSE
               IF WS-OF-PIN NOT = WS-OPR-INPUT-PIN
                  OR WS-OPR-INPUT-PIN = SPACES
                   MOVE "INVALID PIN" TO WS-ML-NEW
               ELSE
                   SET SIGNON-OK-YES TO TRUE
               END-IF
               END-IF
               END-IF

               IF SIGNON-OK-NO
                   DISPLAY "  *** SIGN-ON REJECTED ***"
                   MOVE "O" TO WS-ML-KEY-TYPE
                   MOVE WS-OPR-SRCH-ID TO WS-ML-KEY
                   MOVE "SIGN-ON REJECTED" TO WS-ML-FIELD
                   MOVE SPACES TO WS-ML-OLD
                   PERFORM 7900-WRITE-MAINT-LOG
               END-IF
           END-PERFORM

           IF SIGNON-OK-YES
               MOVE WS-OPR-SRCH-ID  TO WS-OPERATOR-ID
               MOVE WS-OF-ROLE      TO WS-OPR-ROLE
               MOVE WS-OF-BRANCH    TO WS-OPR-BRANCH
               MOVE WS-OF-WDL-LIMIT TO WS-OPR-WDL-LIMIT
               MOVE WS-OF-XFR-LIMIT TO WS-OPR-XFR-LIMIT
               EVALUATE WS-OPR-ROLE
                   WHEN "TL" MOVE 1 TO WS-OPR-ROLE-IX
                   WHEN "SV" MOVE 2 TO WS-OPR-ROLE-IX
                   WHEN "BO" MOVE 3 TO WS-OPR-ROLE-IX
                   WHEN "CO" MOVE 4 TO WS-OPR-ROLE-IX
                   WHEN "OP" MOVE 5 TO WS-OPR-ROLE-IX
                   WHEN OTHER MOVE 0 TO WS-OPR-ROLE-IX
               END-EVALUATE
               DISPLAY "  Signed on as: " WS-OPERATOR-ID
                   "  " WS-OF-NAME
               DISPLAY "  Role: " WS-OPR-ROLE
                   "  Branch: " WS-OPR-BRANCH
           ELSE
               DISPLAY "  *** SIGN-ON FAILED - SESSION ENDED ***"
               MOVE "O" TO WS-ML-KEY-TYPE
               MOVE WS-OPR-SRCH-ID TO WS-ML-KEY
               MOVE "SIGN-ON LOCKOUT" TO WS-ML-FIELD
               MOVE SPACES TO WS-ML-OLD
               MOVE "MAXIMUM ATTEMPTS EXCEEDED" TO WS-ML-NEW
               PERFORM 7900-WRITE-MAINT-LOG
           END-IF
           .

      *------------------------------------------------------------*
      * LOOK UP WS-OPR-SRCH-ID ON OPERMSTR. ON A HIT OPR-FOUND-YES  *
      * IS SET AND THE WS-OF-* FIELDS CARRY THE OPERATOR RECORD.    *
      *------------------------------------------------------------*
       1310-FIND-OPERATOR.
           SET OPR-FOUND-NO TO TRUE
           OPEN INPUT OPR-FILE
           IF WS-OPR-FS NOT = "00"
               CLOSE OPR-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ OPR-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF OPR-ID = WS-OPR-SRCH-ID
                              AND OPR-REC-VALID
                               SET OPR-FOUND-YES TO TRUE
                               MOVE OPR-PIN       TO WS-OF-PIN
                               MOVE OPR-NAME      TO WS-OF-NAME
                               MOVE OPR-ROLE      TO WS-OF-ROLE
                               MOVE OPR-BRANCH    TO WS-OF-BRANCH
                               MOVE OPR-STATUS    TO WS-OF-STATUS
                               MOVE OPR-WDL-LIMIT TO WS-OF-WDL-LIMIT
                               MOVE OPR-XFR-LIMIT TO WS-OF-XFR-LIMIT
                               SET EOF-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * GL CHART OF ACCOUNTS AND POSTING-RULE LOAD. WITH NO GLCHART *
      * THE GL INTERFACE CANNOT VALIDATE ACCOUNTS; WITH NO GLRULES  *
      * EVERY JOURNAL WRITER POSTS TO ITS STANDARD GL PAIR.         *
      *------------------------------------------------------------*
       1400-LOAD-GL-CHART.
           MOVE 0 TO WS-GLC-TBL-CNT
           OPEN INPUT GLC-FILE
           IF WS-GLC-FS NOT = "00"
               CLOSE GLC-FILE
               DISPLAY "  *** GLCHART.dat NOT FOUND - GL ACCOUNTS"
                   " WILL NOT BE VALIDATED ***"
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ GLC-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF GLC-REC-VALID
                              AND WS-GLC-TBL-CNT < WS-GLC-TBL-MAX
                               ADD 1 TO WS-GLC-TBL-CNT
                               SET WS-GLC-IX TO WS-GLC-TBL-CNT
                               MOVE GLC-ACCT-NO
                                   TO WS-GLC-ACCT-NO(WS-GLC-IX)
                               MOVE GLC-DESC
                                   TO WS-GLC-DESC(WS-GLC-IX)
                               MOVE GLC-ACCT-TYPE
                                   TO WS-GLC-TYPE(WS-GLC-IX)
                               MOVE GLC-ACTIVE
                                   TO WS-GLC-ACTIVE(WS-GLC-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLC-FILE
               DISPLAY "  GL chart loaded: " WS-GLC-TBL-CNT
                   " accounts"
           END-IF
           .

       1410-LOAD-GL-RULES.
           MOVE 0 TO WS-GLR-TBL-CNT
           OPEN INPUT GLR-FILE
           IF WS-GLR-FS NOT = "00"
               CLOSE GLR-FILE
               DISPLAY "  *** GLRULES.dat NOT FOUND - STANDARD GL"
                   " POSTINGS IN USE ***"
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ GLR-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF GLR-REC-VALID
                              AND WS-GLR-TBL-CNT < WS-GLR-TBL-MAX
                               ADD 1 TO WS-GLR-TBL-CNT
                               SET WS-GLR-IX TO WS-GLR-TBL-CNT
                               MOVE GLR-PROD-CODE
                                   TO WS-GLR-PROD(WS-GLR-IX)
                               MOVE GLR-TXN-TYPE
                                   TO WS-GLR-TYPE(WS-GLR-IX)
                               MOVE GLR-REASON
                                   TO WS-GLR-REASON(WS-GLR-IX)
                               MOVE GLR-GL-DR
                                   TO WS-GLR-DR(WS-GLR-IX)
                               MOVE GLR-GL-CR
                                   TO WS-GLR-CR(WS-GLR-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLR-FILE
               DISPLAY "  GL posting rules loaded: " WS-GLR-TBL-CNT
           END-IF
           .

      *------------------------------------------------------------*
      * HOLIDAY CALENDAR LOAD - HOLIDAYS INTO WS-CAL-TABLE, WEEKEND *
      * DAYS INTO WS-CAL-WKND. WITH NO HOLCAL (OR NO "WK" RECORDS)  *
      * THE WEEKEND IS SATURDAY AND SUNDAY AND NO DAY IS A HOLIDAY. *
      *------------------------------------------------------------*
       1420-LOAD-HOL-CALENDAR.
           MOVE 0 TO WS-CAL-TBL-CNT
           MOVE 0 TO WS-CAL-WKND-CNT
           MOVE "NNNNNNN" TO WS-CAL-WKND-DATA
           OPEN INPUT CAL-FILE
           IF WS-CAL-FS NOT = "00"
               CLOSE CAL-FILE
               DISPLAY "  *** HOLCAL.dat NOT FOUND - WEEKENDS ONLY"
                   " ARE NON-BUSINESS DAYS ***"
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CAL-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CAL-IS-HOLIDAY
                              AND WS-CAL-TBL-CNT < WS-CAL-TBL-MAX
                               ADD 1 TO WS-CAL-TBL-CNT
                               SET WS-CAL-IX TO WS-CAL-TBL-CNT
                               MOVE CAL-DATE
                                   TO WS-CAL-DT(WS-CAL-IX)
                               MOVE CAL-DESC
                                   TO WS-CAL-DESC(WS-CAL-IX)
                           END-IF
                           IF CAL-IS-WEEKEND
                              AND CAL-DOW >= 1 AND CAL-DOW <= 7
                               MOVE "Y" TO WS-CAL-WKND(CAL-DOW)
                               ADD 1 TO WS-CAL-WKND-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
               DISPLAY "  Holiday calendar loaded: " WS-CAL-TBL-CNT
                   " holidays"
           END-IF
           IF WS-CAL-WKND-CNT = 0
               MOVE "NNNNNYY" TO WS-CAL-WKND-DATA
           END-IF
           .

       2000-MENU.
           DISPLAY " "
           DISPLAY "============================================="
           DISPLAY "  3. Generate Reports"
           DISPLAY "  4. Account Inquiry"
           DISPLAY "  5. End-of-Day Processing"
           DISPLAY "  6. Operator Security Maintenance"
           DISPLAY "  7. Holiday Calendar Maintenance"
           DISPLAY "  0. Exit System"
           DISPLAY "============================================="
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           SET AUTH-OK-YES TO TRUE
           IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 7
               MOVE WS-AUTH-MAIN(WS-MENU-CHOICE) TO WS-AUTH-ENTRY
               MOVE SPACES TO WS-AUTH-MENU
               STRING "MAIN " WS-MENU-CHOICE
                   DELIMITED BY SIZE INTO WS-AUTH-MENU
               END-STRING
               PERFORM 8800-CHECK-AUTH
           END-IF

           IF AUTH-OK-YES
               EVALUATE WS-MENU-CHOICE
                   WHEN 1 PERFORM 3000-ACCT-MGMT
                   WHEN 2 PERFORM 4000-TXN-PROC
                   WHEN 3 PERFORM 5000-REPORTS
                   WHEN 4 PERFORM 6000-INQUIRY
                   WHEN 5 PERFORM 7000-END-OF-DAY
                   WHEN 6 PERFORM 7950-OPR-MAINT
                   WHEN 7 PERFORM 7985-CAL-MAINT
                   WHEN 0 DISPLAY "  Exiting system..."
                   WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
               END-EVALUATE
           END-IF
           .

       3000-ACCT-MGMT.
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           SET AUTH-OK-YES TO TRUE
           IF WS-SUB-CHOICE >= 1 AND WS-SUB-CHOICE <= 8
               MOVE WS-AUTH-ACCT(WS-SUB-CHOICE) TO WS-AUTH-ENTRY
               MOVE SPACES TO WS-AUTH-MENU
               STRING "ACCT " WS-SUB-CHOICE
                   DELIMITED BY SIZE INTO WS-AUTH-MENU
               END-STRING
               PERFORM 8800-CHECK-AUTH
           END-IF

           IF AUTH-OK-YES
               EVALUATE WS-SUB-CHOICE
                   WHEN 1 PERFORM 3100-OPEN-ACCT
                   WHEN 2 PERFORM 3200-CLOSE-ACCT
                   WHEN 3 PERFORM 3300-UPDATE-ACCT
                   WHEN 4 PERFORM 3400-LIST-ACCTS
                   WHEN 5 PERFORM 3500-ADD-PARTY
                   WHEN 6 PERFORM 3600-REMOVE-PARTY
                   WHEN 7 PERFORM 3700-UPDATE-CIF-STATUS
                   WHEN 8 PERFORM 3800-UPDATE-CIF-KYC
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
               END-EVALUATE
           END-IF
           .

       3100-OPEN-ACCT.
           MOVE 0                 TO ACCT-INT-LAST-CALC
           MOVE 0                 TO ACCT-MATURITY-DT
           IF WS-INPUT-PROD = "CD01"
               COMPUTE WS-BD-FROM-DT =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                       + WS-CD-TERM-DAYS)
               PERFORM 8752-ROLL-TO-BUS-DAY
               MOVE WS-BD-RESULT-DT TO ACCT-MATURITY-DT
           END-IF
           IF WS-INPUT-PROD = "HEL1"
               MOVE WS-HEL1-OPEN-LIMIT TO ACCT-CREDIT-LIMIT
           END-IF
           MOVE "CC0001"          TO ACCT-COST-CENTER
      *    THE ACCOUNT'S CONTROL GL IS THE ONE ITS DEPOSITS CREDIT.
           MOVE "1001000100"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE WS-INPUT-PROD     TO WS-PR-PROD
           MOVE "DEP"             TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-CR       TO ACCT-GL-ACCT
           MOVE "OFC001"          TO ACCT-OFFICER
           MOVE "USD"             TO ACCT-CURRENCY
           MOVE "MO"              TO ACCT-STMT-CYCLE
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "1001000100"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE WS-INPUT-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS

           SET FOUND-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD

           OPEN INPUT ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
                   SET FOUND-YES TO TRUE
                   MOVE ACCT-CIF-ID
                       TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
           END-READ
           CLOSE ACCOUNT-FILE

           DISPLAY " 20. Positive Pay Maintenance"
           DISPLAY " 21. KYC Compliance Batch"
           DISPLAY " 22. Wire Origination"
           DISPLAY " 23. Legal Orders (Garnishment/Levy)"
           DISPLAY " 24. Standing Orders/OD Protection"
           DISPLAY " 25. Reg E Dispute Cases"
           DISPLAY " 26. Debit/ATM Card Maintenance"
           DISPLAY " 27. Card Settlement Intake (Batch)"
           DISPLAY "  0. Return to Main Menu"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           SET AUTH-OK-YES TO TRUE
           IF WS-SUB-CHOICE >= 1 AND WS-SUB-CHOICE <= 27
               MOVE WS-AUTH-TXN(WS-SUB-CHOICE) TO WS-AUTH-ENTRY
               MOVE SPACES TO WS-AUTH-MENU
               STRING "TXN " WS-SUB-CHOICE
                   DELIMITED BY SIZE INTO WS-AUTH-MENU
               END-STRING
               PERFORM 8800-CHECK-AUTH
           END-IF

           IF AUTH-OK-YES
               EVALUATE WS-SUB-CHOICE
                   WHEN 1 PERFORM 4100-DEPOSIT
                   WHEN 2 PERFORM 4200-WITHDRAW
                   WHEN 3 PERFORM 4300-TRANSFER
                   WHEN 4 PERFORM 4400-BATCH-FEES
                   WHEN 5 PERFORM 4500-REVERSE-TXN
                   WHEN 6 PERFORM 4600-BATCH-INTEREST
                   WHEN 7 PERFORM 4700-BATCH-DORMANCY
                   WHEN 8 PERFORM 4800-BATCH-ACH-INTAKE
                   WHEN 9 PERFORM 4900-BATCH-CD-MATURITY
                   WHEN 10 PERFORM 4940-HOLD-MAINT
                   WHEN 11 PERFORM 4970-BATCH-HOLD-EXPIRY
                   WHEN 12 PERFORM 6300-BATCH-LOAN-SVC
                   WHEN 13 PERFORM 6350-LOAN-PAYMENT
                   WHEN 14 PERFORM 6400-BATCH-YEAR-END
                   WHEN 15 PERFORM 6500-STOP-PAY-MAINT
                   WHEN 16 PERFORM 6550-CHECK-POSTING
                   WHEN 17 PERFORM 6600-BATCH-TXN-ARCHIVE
                   WHEN 18 PERFORM 6650-BATCH-ACCT-ANALYSIS
                   WHEN 19 PERFORM 6700-NSF-QUEUE-REVIEW
                   WHEN 20 PERFORM 6760-POSPAY-MAINT
                   WHEN 21 PERFORM 6800-BATCH-KYC-COMP
                   WHEN 22 PERFORM 6850-WIRE-ORIG
                   WHEN 23 PERFORM 6900-LEGAL-ORDER-MAINT
                   WHEN 24 PERFORM 7250-SO-MAINT
                   WHEN 25 PERFORM 7300-REGE-MAINT
                   WHEN 26 PERFORM 7700-CARD-MAINT
                   WHEN 27 PERFORM 7750-BATCH-CARD-SETTLE
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
               END-EVALUATE
           END-IF
           .

       4100-DEPOSIT.
               DISPLAY "  *** Amount must be positive ***"
           ELSE
               SET FOUND-NO TO TRUE
               SET RCV-NO TO TRUE
               MOVE SPACES TO WS-FOUND-CIF-ID
               MOVE SPACES TO WS-FOUND-PROD
               OPEN I-O ACCOUNT-FILE
               MOVE WS-SEARCH-ACCT TO ACCT-NUM
               READ ACCOUNT-FILE
                       CONTINUE
                   NOT INVALID KEY
                       SET FOUND-YES TO TRUE
                       IF ACCT-CHARGED-OFF
                           SET RCV-YES TO TRUE
                           MOVE ACCT-CIF-ID
                               TO WS-FOUND-CIF-ID
                           MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                           MOVE ACCT-LEDGER-BAL
                               TO WS-FOUND-LEDGER
                           DISPLAY
                             "  Account is charged off - deposit"
                             " applied to loss recovery"
                       ELSE
                       IF NOT ACCT-ACTIVE
                           DISPLAY
                             "  *** Account not active ***"
                           SET FOUND-NO TO TRUE
                       ELSE
                               TO ACCT-LAST-ACTIVITY-DT
                           MOVE ACCT-CIF-ID
                               TO WS-FOUND-CIF-ID
                           MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                           MOVE ACCT-LEDGER-BAL
                               TO WS-FOUND-LEDGER
                           REWRITE ACCT-REC
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE

               IF FOUND-NO
                   DISPLAY "  *** ACCOUNT NOT FOUND ***"
               ELSE
               IF RCV-YES
                   MOVE WS-SEARCH-ACCT    TO WS-RCV-ACCT
                   MOVE WS-FOUND-CIF-ID   TO WS-RCV-CIF
                   MOVE WS-FOUND-PROD     TO WS-RCV-PROD
                   MOVE WS-INPUT-AMT      TO WS-RCV-AMT
                   MOVE WS-CURR-DATE      TO WS-RCV-EFFDT
                   MOVE "BRN"             TO WS-RCV-CHANNEL
                   MOVE "TLR001"          TO WS-RCV-TELLER
                   MOVE "TERM0001"        TO WS-RCV-TERMINAL
                   IF DEP-IS-CHECK
                       MOVE "RECOVERY - CHECK DEPOSIT"
                                          TO WS-RCV-DESC
                   ELSE
                       MOVE "RECOVERY - CASH DEPOSIT"
                                          TO WS-RCV-DESC
                   END-IF
                   PERFORM 4115-LOG-RECOVERY
               ELSE
                   PERFORM 4110-LOG-DEP
                   IF DEP-IS-CHECK
                       PERFORM 4120-WRITE-UNCOLL-HOLD
                   END-IF
               END-IF
               END-IF
           END-IF
           .

           END-IF
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "1001000100"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

      *------------------------------------------------------------*
      * LOSS RECOVERY - A CREDIT RECEIVED FOR A CHARGED-OFF ACCOUNT *
      * IS BOOKED AS AN RCV JOURNAL ENTRY TO THE RECOVERY GL. THE   *
      * ACCOUNT BALANCE IS NOT TOUCHED, SO TXN-RUN-BAL CARRIES THE  *
      * ZERO BALANCE LEFT BY THE CHARGE-OFF. CALLERS FILL WS-RCV-*. *
      *------------------------------------------------------------*
       4115-LOG-RECOVERY.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE WS-RCV-ACCT       TO TXN-ACCT-NUM
           MOVE WS-RCV-CIF        TO TXN-CIF-ID
           MOVE WS-RCV-EFFDT      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE "RCV"             TO TXN-TYPE-CD
           MOVE "C"               TO TXN-DR-CR
           MOVE WS-RCV-AMT        TO TXN-AMT
           MOVE WS-FOUND-LEDGER   TO TXN-RUN-BAL
           MOVE WS-RCV-CHANNEL    TO TXN-CHANNEL
           MOVE WS-RCV-TELLER     TO TXN-TELLER-ID
           MOVE WS-RCV-TERMINAL   TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE SPACES            TO TXN-REF-NUM
           MOVE WS-RCV-DESC       TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "1001000100"      TO WS-PR-GL-DR
           MOVE WS-OD-RCVY-GL     TO WS-PR-GL-CR
           MOVE WS-RCV-PROD       TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           MOVE WS-RCV-AMT TO WS-FMT-AMT
           DISPLAY "  Recovery booked: " WS-FMT-AMT
           .

      *------------------------------------------------------------*
      * RECORD THE UNCOLLECTED FLOAT ON A CHECK DEPOSIT AS A TYPE   *
      * "U" HOLD SO THE AVAILABILITY BATCH CAN MATURE THE FUNDS     *
      * INTO AVAILABLE ONCE THE FLOAT PERIOD HAS RUN. THE FLOAT IS  *
      * COUNTED IN BUSINESS DAYS AGAINST THE HOLIDAY CALENDAR.      *
      *------------------------------------------------------------*
       4120-WRITE-UNCOLL-HOLD.
           OPEN EXTEND HOLD-FILE
           MOVE "UNCOLLECTED CHECK FUNDS"
                                  TO HOLD-REASON
           MOVE WS-CURR-DATE      TO HOLD-PLACED-DT
           MOVE WS-CURR-DATE      TO WS-BD-FROM-DT
           MOVE WS-UNCOLL-FLOAT-DAYS
                                  TO WS-BD-DAYS
           PERFORM 8750-ADD-BUS-DAYS
           MOVE WS-BD-RESULT-DT   TO HOLD-EXPIRY-DT
           MOVE "A"               TO HOLD-STATUS
           MOVE 0                 TO HOLD-RELEASED-DT
           MOVE SPACES            TO HOLD-FILLER
               SET CD-PEN-NO TO TRUE
               SET HEL1-DRAW-NO TO TRUE
               MOVE SPACES TO WS-FOUND-CIF-ID
               MOVE SPACES TO WS-FOUND-PROD
               OPEN I-O ACCOUNT-FILE
               MOVE WS-SEARCH-ACCT TO ACCT-NUM
               READ ACCOUNT-FILE
                           SET FOUND-NO TO TRUE
                       ELSE
                       IF ACCT-IS-HEL1
                           IF ACCT-LEDGER-BAL + WS-INPUT-AMT
                              NOT > ACCT-CREDIT-LIMIT
                               PERFORM 4205-CHECK-WDL-LIMIT
                           END-IF
                           IF FOUND-YES
                               PERFORM 4250-POST-HEL1-DRAW
                               IF HEL1-DRAW-YES
                                   REWRITE ACCT-REC
                               END-IF
                           END-IF
                       ELSE
                       IF ACCT-IS-MTG1
                               WS-FMT-AMT
                           SET FOUND-NO TO TRUE
                       ELSE
                           PERFORM 4205-CHECK-WDL-LIMIT
                           IF FOUND-YES
                               SUBTRACT WS-INPUT-AMT
                                   FROM ACCT-LEDGER-BAL
                               SUBTRACT WS-INPUT-AMT
                                   FROM ACCT-AVAIL-BAL
                               MOVE ACCT-LEDGER-BAL
                                   TO WS-FOUND-LEDGER
                               PERFORM 4215-APPLY-OD-FEE
                               PERFORM 4230-APPLY-CD-PENALTY
                               IF ACCT-IS-SAV1 OR ACCT-IS-MMA1
                                   ADD 1 TO ACCT-REGD-CTR
                                   IF ACCT-REGD-CTR >= 6
                                       DISPLAY
                                "  *** WARNING: REG-D WITHDRAWAL LIMIT "
                                         "REACHED FOR THIS CYCLE ***"
                                   END-IF
                               END-IF
                               MOVE WS-CURR-DATE
                                   TO ACCT-LAST-ACTIVITY-DT
                               MOVE ACCT-CIF-ID
                                   TO WS-FOUND-CIF-ID
                               MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                               REWRITE ACCT-REC
                               MOVE ACCT-LEDGER-BAL
                                   TO WS-FMT-BAL
                               DISPLAY
                                 "  Withdrawal successful"
                               DISPLAY "  New ledger bal: "
                                   WS-FMT-BAL
                           END-IF
                       END-IF
                       END-IF
                       END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * TELLER WITHDRAWAL LIMIT - CHECKED ONLY ONCE THE ACCOUNT HAS *
      * PASSED EVERY OTHER TEST, SO A SUPERVISOR OVERRIDE IS NEVER  *
      * LOGGED FOR A WITHDRAWAL THAT IS THEN REFUSED. A REFUSED     *
      * OVERRIDE SETS FOUND-NO AND NOTHING IS POSTED.               *
      *------------------------------------------------------------*
       4205-CHECK-WDL-LIMIT.
           SET LIMIT-IS-WDL TO TRUE
           MOVE WS-OPR-WDL-LIMIT TO WS-LIMIT-AMT
           PERFORM 8810-CHECK-TXN-LIMIT
           IF LIMIT-OK-NO
               DISPLAY "  *** WITHDRAWAL NOT AUTHORIZED ***"
               SET FOUND-NO TO TRUE
           END-IF
           .

       4210-LOG-WDR.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
           END-IF
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "1001000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4003000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4003000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "CDPN"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
               MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
               MOVE WS-CURR-DATE TO ACCT-LAST-ACTIVITY-DT
               MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
               MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
               MOVE ACCT-LEDGER-BAL TO WS-FMT-BAL
               DISPLAY "  Draw advanced against credit line"
               DISPLAY "  New principal: " WS-FMT-BAL
               IF XFER-OK-NO
                   CONTINUE
               ELSE
                   SET LIMIT-IS-XFR TO TRUE
                   MOVE WS-OPR-XFR-LIMIT TO WS-LIMIT-AMT
                   PERFORM 8810-CHECK-TXN-LIMIT
                   IF LIMIT-OK-NO
                       DISPLAY "  *** TRANSFER NOT AUTHORIZED ***"
                   ELSE
                       PERFORM 4306-POST-XFR
                       MOVE WS-INPUT-AMT TO WS-FMT-AMT
                       DISPLAY "  Transfer completed"
                       DISPLAY "  Amount: " WS-FMT-AMT
                       PERFORM 4310-LOG-XFR
                       IF OD-FEE-YES
                           PERFORM 4220-LOG-ODF
                       END-IF
                   END-IF
               END-IF
               END-IF
                   END-IF
           END-READ
           MOVE WS-XFER-TARGET TO ACCT-NUM
           MOVE SPACES TO WS-TGT-PROD
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VALID-YES TO TRUE
                   MOVE ACCT-PROD-CODE TO WS-TGT-PROD
                   IF ACCT-NO-CREDIT
                       MOVE "Y" TO WS-TGT-BLOCKED
                   END-IF
                  "  *** CREDITS BLOCKED - RESTRICTION ON TARGET "
                     "ACCOUNT ***"
               ELSE
               IF TGT-IS-LOAN AND NOT XFER-LOAN-PMT-YES
                   DISPLAY
                  "  *** TARGET IS A LOAN ACCOUNT - USE LOAN "
                     "PAYMENT ***"
       4306-POST-XFR.
           SET OD-FEE-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN I-O ACCOUNT-FILE

           MOVE WS-SEARCH-ACCT TO ACCT-NUM
                   MOVE WS-CURR-DATE
                       TO ACCT-LAST-ACTIVITY-DT
                   MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                   REWRITE ACCT-REC
           END-READ

           IF NOT TGT-IS-LOAN
               MOVE WS-XFER-TARGET TO ACCT-NUM
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-INPUT-AMT TO ACCT-LEDGER-BAL
                       ADD WS-INPUT-AMT TO ACCT-AVAIL-BAL
                       MOVE WS-CURR-DATE
                           TO ACCT-LAST-ACTIVITY-DT
                       REWRITE ACCT-REC
               END-READ
           END-IF

           CLOSE ACCOUNT-FILE
           .
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "INTERNAL"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE WS-XFER-REF       TO TXN-REF-NUM
           STRING "XFER TO " WS-XFER-TARGET
               DELIMITED BY SIZE INTO TXN-DESC
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "1001000200"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "INTERNAL"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE WS-XFER-REF       TO TXN-REF-NUM
           STRING "XFER FR " WS-SEARCH-ACCT
               DELIMITED BY SIZE INTO TXN-DESC
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "1001000200"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE WS-TGT-PROD       TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4001000100"      TO WS-PR-GL-CR
           MOVE ACCT-PROD-CODE    TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
      * SPLIT BETWEEN INTEREST AND PRINCIPAL) MUST NOT BE BACKED    *
      * OUT HERE - THE ELIGIBILITY CHECK REFUSES THE REVERSAL       *
      * BEFORE THE JOURNAL IS TOUCHED AND POINTS THE TELLER AT A    *
      * CORRECTING LOAN PAYMENT INSTEAD. A CHARGED-OFF ACCOUNT, AND *
      * ANY CHARGE-OFF (CHO) OR RECOVERY (RCV) ENTRY, IS REFUSED    *
      * THE SAME WAY - A RECOVERY NEVER TOUCHED THE LEDGER AND A    *
      * CHARGE-OFF MUST NOT TURN THE BALANCE NEGATIVE AGAIN - SO    *
      * THE TELLER POSTS A RECOVERY ADJUSTMENT INSTEAD. A MISSING   *
      * ACCOUNT RECORD REFUSES HERE TOO, SO THE ORIGINAL ROW IS     *
      * NEVER FLAGGED AS REVERSED WHEN NO BALANCE WAS EVER BACKED   *
      * OUT.                                                        *
      *------------------------------------------------------------*
       4515-CHECK-REV-ACCT.
           OPEN INPUT ACCOUNT-FILE
                           DISPLAY
                             "  *** LOAN ACCOUNT - ADJUST VIA A "
                             "CORRECTING LOAN PAYMENT ***"
                       ELSE
                       IF ACCT-CHARGED-OFF
                          OR WS-REV-TYPE-CD = "RCV"
                          OR WS-REV-TYPE-CD = "CHO"
                           SET REV-ELIGIBLE-NO TO TRUE
                           DISPLAY
                             "  *** CHARGED-OFF ACCOUNT - POST A "
                             "RECOVERY ADJUSTMENT INSTEAD ***"
                       END-IF
                       END-IF
               END-READ
           END-IF
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "5001000100"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE ACCT-PROD-CODE    TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
      * FLAT FILE (ACCOUNT, AMOUNT, EFFECTIVE DATE, CHANNEL),       *
      * VALIDATES EACH ITEM AGAINST ACCTMSTR, AND POSTS A MATCHING  *
      * DEP OR WDL ENTRY TO TXNJRNL WITH THE BALANCE UPDATE APPLIED *
      * TO ACCTMSTR, ALL IN ONE RUN. A CREDIT FLAGGED AS A FEDERAL  *
      * BENEFIT IS JOURNALLED WITH TXN-REF-NUM "XX FEDERAL BENEFIT" *
      * SO THE LEGAL ORDER LOOKBACK (6920) CAN PROTECT IT.          *
      *------------------------------------------------------------*
       4800-BATCH-ACH-INTAKE.
           DISPLAY " "
           MOVE 0 TO WS-INTK-CNT
           MOVE 0 TO WS-INTK-POST-CNT
           MOVE 0 TO WS-INTK-REJ-CNT
           MOVE 0 TO WS-INTK-RCVY-CNT

           OPEN INPUT INTAKE-FILE
           IF WS-INTK-FS NOT = "00"
                       NOT AT END
                           ADD 1 TO WS-INTK-CNT
                           PERFORM 4810-VALIDATE-INTAKE
                           IF VALID-YES AND INTK-ACCT-CHGOFF
                               PERFORM 4840-RECOVER-INTAKE
                               ADD 1 TO WS-INTK-RCVY-CNT
                           ELSE
                           IF VALID-YES
                               PERFORM 4820-POST-INTAKE
                               PERFORM 4830-LOG-INTAKE
                           ELSE
                               ADD 1 TO WS-INTK-REJ-CNT
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
               DISPLAY "  Items read:     " WS-INTK-CNT
               DISPLAY "  Items posted:   " WS-INTK-POST-CNT
               DISPLAY "  Recoveries:     " WS-INTK-RCVY-CNT
               DISPLAY "  Items rejected: " WS-INTK-REJ-CNT
           END-IF
           .
           SET VALID-NO TO TRUE
           MOVE "N" TO WS-INTK-LOAN
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN INPUT ACCOUNT-FILE
           MOVE INTK-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
                   MOVE ACCT-AVAIL-BAL TO WS-SRC-AVAIL
                   MOVE ACCT-OD-LIMIT TO WS-SRC-OD-LIMIT
                   MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                   MOVE ACCT-STATUS TO WS-INTK-STATUS
                   MOVE ACCT-RESTRICT-CD TO WS-INTK-RESTRICT
                   MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
                   IF ACCT-IS-HEL1 OR ACCT-IS-MTG1
                      OR (ACCT-IS-COM1
                          AND ACCT-INT-RATE > 0)
               DISPLAY "  *** REJECTED - INVALID AMOUNT: "
                   INTK-ACCT-NUM " ***"
           ELSE
           IF INTK-ACCT-CHGOFF AND INTK-IS-CREDIT
               SET VALID-YES TO TRUE
           ELSE
           IF NOT INTK-ACCT-ACTIVE
               DISPLAY "  *** REJECTED - ACCOUNT NOT ACTIVE: "
                   INTK-ACCT-NUM " ***"
           END-IF
           END-IF
           END-IF
           END-IF
           .

       4820-POST-INTAKE.
               MOVE "C"               TO TXN-DR-CR
               MOVE INTK-AMT          TO TXN-AMT
               MOVE "ACH/WIRE CREDIT"  TO TXN-DESC
               IF INTK-FED-BENEFIT
                   SET TXN-REF-FED-BENEFIT TO TRUE
                   MOVE "ACH FEDERAL BENEFIT CREDIT" TO TXN-DESC
               END-IF
               MOVE "1001000100"      TO WS-PR-GL-DR
               MOVE "2001000100"      TO WS-PR-GL-CR
               MOVE WS-FOUND-PROD     TO WS-PR-PROD
               MOVE TXN-TYPE-CD       TO WS-PR-TYPE
               MOVE SPACES            TO WS-PR-REASON
               PERFORM 8760-GET-POSTING-RULE
               MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
               MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           ELSE
               MOVE "WDL"             TO TXN-TYPE-CD
               MOVE "D"               TO TXN-DR-CR
               MOVE INTK-AMT          TO TXN-AMT
               MOVE "ACH/WIRE DEBIT"   TO TXN-DESC
               MOVE "2001000100"      TO WS-PR-GL-DR
               MOVE "1001000100"      TO WS-PR-GL-CR
               MOVE WS-FOUND-PROD     TO WS-PR-PROD
               MOVE TXN-TYPE-CD       TO WS-PR-TYPE
               MOVE SPACES            TO WS-PR-REASON
               PERFORM 8760-GET-POSTING-RULE
               MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
               MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           END-IF
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

      *------------------------------------------------------------*
      * AN ACH/WIRE CREDIT FOR A CHARGED-OFF ACCOUNT GOES TO LOSS   *
      * RECOVERY; THE ACCOUNT ITSELF STAYS AT ITS CHARGED-OFF ZERO. *
      *------------------------------------------------------------*
       4840-RECOVER-INTAKE.
           MOVE INTK-ACCT-NUM     TO WS-RCV-ACCT
           MOVE WS-FOUND-CIF-ID   TO WS-RCV-CIF
           MOVE WS-FOUND-PROD     TO WS-RCV-PROD
           MOVE INTK-AMT          TO WS-RCV-AMT
           MOVE INTK-EFFDT        TO WS-RCV-EFFDT
           MOVE INTK-CHANNEL      TO WS-RCV-CHANNEL
           MOVE "SYSTEM"          TO WS-RCV-TELLER
           MOVE "BATCHACH"        TO WS-RCV-TERMINAL
           MOVE "RECOVERY - ACH/WIRE CREDIT"
                                  TO WS-RCV-DESC
           PERFORM 4115-LOG-RECOVERY
           .

      *------------------------------------------------------------*
      * CD MATURITY PROCESSING BATCH - FINDS ACTIVE CD01 ACCOUNTS   *
      * WHOSE ACCT-MATURITY-DT HAS PASSED. WITHIN THE GRACE WINDOW  *
      * RENEWAL RATE. A CD CARRYING A NEGATIVE BALANCE IS NEVER     *
      * PAID OUT - IT ROLLS, SO THE DEBIT STAYS VISIBLE ON THE CD.  *
      * ONE CD IS DISPOSED OF PER PASS, SAME AS THE PER-ITEM        *
      * PATTERN USED BY THE ACH/WIRE INTAKE. A MATURITY DATE ON A   *
      * WEEKEND OR HOLIDAY ROLLS TO THE NEXT BUSINESS DAY, AND THE  *
      * GRACE WINDOW RUNS FROM THE ROLLED DATE.                     *
      *------------------------------------------------------------*
       4900-BATCH-CD-MATURITY.
           DISPLAY " "
                          AND ACCT-ACTIVE AND ACCT-IS-CD01
                          AND ACCT-MATURITY-DT > 0
                          AND ACCT-MATURITY-DT <= WS-CURR-DATE
                           MOVE ACCT-MATURITY-DT TO WS-BD-FROM-DT
                           PERFORM 8752-ROLL-TO-BUS-DAY
                           COMPUTE WS-CD-DAYS-PAST =
                               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-BD-RESULT-DT)
                           IF WS-CD-DAYS-PAST > WS-CD-GRACE-DAYS
                               SET CD-MATURED-YES TO TRUE
                               MOVE ACCT-NUM TO WS-CD-ACCT
       4906-FIND-LINKED-DDA.
           SET FOUND-NO TO TRUE
           MOVE SPACES TO WS-CD-LINKED-DDA
           MOVE SPACES TO WS-CD-LINKED-PROD
           OPEN INPUT ACCOUNT-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
                          AND NOT ACCT-NO-CREDIT
                           SET FOUND-YES TO TRUE
                           MOVE ACCT-NUM TO WS-CD-LINKED-DDA
                           MOVE ACCT-PROD-CODE TO WS-CD-LINKED-PROD
                       END-IF
               END-READ
           END-PERFORM
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "1001000200"      TO WS-PR-GL-CR
           MOVE "CD01"            TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "1001000200"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE WS-CD-LINKED-PROD TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-MATURITY-DT TO WS-ML-OLD
                   COMPUTE WS-BD-FROM-DT =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE
                               (WS-CURR-DATE)
                           + WS-CD-TERM-DAYS)
                   PERFORM 8752-ROLL-TO-BUS-DAY
                   MOVE WS-BD-RESULT-DT TO ACCT-MATURITY-DT
                   MOVE ACCT-PROD-CODE TO WS-PROD-SRCH-CODE
                   PERFORM 8700-FIND-PRODUCT
                   IF PROD-OK-YES
                       IF ACCT-ACTIVE AND ACCT-IS-CD01
                          AND ACCT-MATURITY-DT > 0
                          AND ACCT-MATURITY-DT <= WS-CURR-DATE
                           MOVE ACCT-MATURITY-DT TO WS-BD-FROM-DT
                           PERFORM 8752-ROLL-TO-BUS-DAY
                           COMPUTE WS-CD-DAYS-PAST =
                               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-BD-RESULT-DT)
                           IF WS-CD-DAYS-PAST >= 0
                              AND WS-CD-DAYS-PAST <= WS-CD-GRACE-DAYS
                               ADD 1 TO WS-CD-GRACE-CNT
                           END-IF
                       END-IF
      * ACTIVE HOLD WHOSE EXPIRY DATE HAS ARRIVED. TELLER HOLDS     *
      * COME OFF ACCT-HOLD-BAL; TYPE "U" UNCOLLECTED CHECK FLOAT    *
      * MATURES OUT OF ACCT-UNCOLL-BAL. EITHER WAY THE FUNDS MOVE   *
      * INTO ACCT-AVAIL-BAL. AN EXPIRY DATE THAT FALLS ON A WEEKEND *
      * OR HOLIDAY RELEASES ON THE NEXT BUSINESS DAY.               *
      *------------------------------------------------------------*
       4970-BATCH-HOLD-EXPIRY.
           DISPLAY " "
                   READ HOLD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           MOVE HOLD-EXPIRY-DT TO WS-HOLD-DUE-DT
                           IF HOLD-ACTIVE
                              AND HOLD-EXPIRY-DT <= WS-CURR-DATE
                               MOVE HOLD-EXPIRY-DT TO WS-BD-FROM-DT
                               PERFORM 8752-ROLL-TO-BUS-DAY
                               MOVE WS-BD-RESULT-DT TO WS-HOLD-DUE-DT
                           END-IF
                           IF HOLD-ACTIVE
                              AND WS-HOLD-DUE-DT <= WS-CURR-DATE
                               MOVE "R" TO HOLD-STATUS
                               MOVE WS-CURR-DATE
                                   TO HOLD-RELEASED-DT
           DISPLAY "  7. Currency Txn/Structuring Report"
           DISPLAY "  8. Maintenance Log Inquiry"
           DISPLAY "  9. Teller/Branch Proof Report"
           DISPLAY " 10. FDIC Insurance Coverage Report"
           DISPLAY " 11. Overdrawn Account Aging Report"
           DISPLAY " 12. Data Quality Audit Report"
           DISPLAY "  0. Return to Main Menu"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           SET AUTH-OK-YES TO TRUE
           IF WS-SUB-CHOICE >= 1 AND WS-SUB-CHOICE <= 12
               MOVE WS-AUTH-RPT(WS-SUB-CHOICE) TO WS-AUTH-ENTRY
               MOVE SPACES TO WS-AUTH-MENU
               STRING "RPT " WS-SUB-CHOICE
                   DELIMITED BY SIZE INTO WS-AUTH-MENU
               END-STRING
               PERFORM 8800-CHECK-AUTH
           END-IF

           IF AUTH-OK-YES
               EVALUATE WS-SUB-CHOICE
                   WHEN 1 PERFORM 5100-ACCT-RPT
                   WHEN 2 PERFORM 5200-TXN-RPT
                   WHEN 3 PERFORM 5300-DAILY-BAL
                   WHEN 4 PERFORM 5400-STMT-GEN
                   WHEN 5 PERFORM 5500-GL-TRIAL-BAL
                   WHEN 6 PERFORM 5600-LOAN-AGING
                   WHEN 7 PERFORM 5700-AML-CTR-RPT
                   WHEN 8 PERFORM 5800-MAINT-LOG-INQ
                   WHEN 9 PERFORM 5900-TELLER-PROOF
                   WHEN 10 PERFORM 5950-FDIC-COVERAGE-RPT
                   WHEN 11 PERFORM 5980-OD-AGING-RPT
                   WHEN 12 PERFORM 5990-DQ-AUDIT-RPT
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
               END-EVALUATE
           END-IF
           .

       5100-ACCT-RPT.
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-POSTED
                              AND (TXN-IS-DEP OR TXN-IS-WDL
                                   OR TXN-IS-RCV)
                              AND (TXN-CHAN-BRANCH OR TXN-CHAN-ATM)
                              AND TXN-CIF-ID NOT = SPACES
                              AND TXN-POST-DT >= WS-CTR-FROM-DT
           WRITE RPT-LINE
           .

      *------------------------------------------------------------*
      * FDIC DEPOSIT INSURANCE COVERAGE REPORT - GROUPS DDA1/DDA2/  *
      * SAV1/MMA1/CD01/COM1 BALANCES PLUS ACCRUED INTEREST BY       *
      * OWNER AND OWNERSHIP CATEGORY: BUS WHEN THE PRIMARY CIF IS   *
      * AN EIN, POD WHEN THE ACCOUNT HAS ACTIVE PD BENEFICIARIES,   *
      * JNT WHEN IT HAS ACTIVE JT CO-OWNERS, OTHERWISE SGL. CLOSED, *
      * CHARGED-OFF AND ESCHEATED ACCOUNTS, COMMERCIAL LOANS BOOKED *
      * AS COM1, AND ZERO OR NEGATIVE BALANCES ARE LEFT OUT. THE    *
      * REPORT GOES TO RPTFILE.TXT AND THE REGULATOR EXTRACT TO     *
      * FDICEXT.DAT.                                                *
      *------------------------------------------------------------*
       5950-FDIC-COVERAGE-RPT.
           DISPLAY "  Generating FDIC Insurance Coverage Report..."
           MOVE 0 TO WS-FD-OWN-CNT
           MOVE 0 TO WS-FD-SHR-CNT
           MOVE 0 TO WS-FD-BEN-CNT
           MOVE 0 TO WS-FD-ACCT-CNT
           MOVE 0 TO WS-FD-SKIP-CNT
           MOVE 0 TO WS-FD-OVFL-CNT
           MOVE 0 TO WS-FD-CIF-CNT
           MOVE 0 TO WS-FD-UNINS-CIF-CNT
           MOVE 0 TO WS-FD-EXT-OWN-CNT
           MOVE 0 TO WS-FD-EXT-ACCT-CNT
           MOVE 0 TO WS-FD-TOT-BAL
           MOVE 0 TO WS-FD-TOT-INS
           MOVE 0 TO WS-FD-TOT-UNINS
           PERFORM 5952-FD-LOAD-RELS
           PERFORM 5954-FD-LOAD-CUSTS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "  *** ACCTMSTR.dat NOT AVAILABLE ***"
               CLOSE ACCOUNT-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ACCOUNT-FILE NEXT
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF (ACCT-IS-DDA1 OR ACCT-IS-DDA2
                               OR ACCT-IS-SAV1 OR ACCT-IS-MMA1
                               OR ACCT-IS-CD01
                               OR (ACCT-IS-COM1
                                   AND ACCT-INT-RATE = 0))
                              AND NOT ACCT-CLOSED
                              AND NOT ACCT-CHARGED-OFF
                              AND NOT ACCT-ESCHEAT
                               PERFORM 5956-FD-ONE-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF

           PERFORM 5966-FD-APPLY-LIMITS

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT FDX-FILE
           MOVE WS-RPT-SEP TO RPT-LINE
           WRITE RPT-LINE
           MOVE
             "  FIRST NATIONAL BANK - FDIC INSURANCE COVERAGE BY OWNER"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FD-LIMIT TO WS-FD-FMT-A
           MOVE SPACES TO RPT-LINE
           STRING "  AS OF " WS-CURR-DATE
               "   COVERAGE LIMIT PER OWNER PER CATEGORY "
               WS-FD-FMT-A
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-RPT-SEP TO RPT-LINE
           WRITE RPT-LINE

           INITIALIZE FDX-HDR-REC
           MOVE "H"               TO FDX-H-REC-TYPE
           MOVE WS-FD-BANK-ID     TO FDX-H-BANK-ID
           MOVE WS-CURR-DATE      TO FDX-H-ASOF-DT
           MOVE WS-CURR-DATE      TO FDX-H-CREATE-DT
           MOVE WS-CURR-TIME(1:6) TO FDX-H-CREATE-TIME
           MOVE WS-FD-LIMIT       TO FDX-H-LIMIT
           MOVE SPACES            TO FDX-H-FILLER
           WRITE FDX-HDR-REC

           IF WS-FD-OWN-CNT = 0
               MOVE "  (no insured deposit balances on file)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE 1 TO WS-FD-IDX
           PERFORM UNTIL WS-FD-IDX > WS-FD-OWN-CNT
               IF WS-FDO-DONE(WS-FD-IDX) NOT = "Y"
                   PERFORM 5968-FD-WRITE-CIF
               END-IF
               ADD 1 TO WS-FD-IDX
           END-PERFORM

           MOVE WS-RPT-SEP TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FD-TOT-BAL TO WS-FD-FMT-A
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL DEPOSITS:   " WS-FD-FMT-A
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-FD-TOT-INS TO WS-FD-FMT-A
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL INSURED:    " WS-FD-FMT-A
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-FD-TOT-UNINS TO WS-FD-FMT-A
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL UNINSURED:  " WS-FD-FMT-A
               "   (" WS-FD-UNINS-CIF-CNT " CIF(S) OVER LIMIT)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           CLOSE REPORT-FILE

           INITIALIZE FDX-TRL-REC
           MOVE "T"                TO FDX-T-REC-TYPE
           MOVE WS-FD-EXT-OWN-CNT  TO FDX-T-OWNER-CNT
           MOVE WS-FD-EXT-ACCT-CNT TO FDX-T-ACCT-CNT
           MOVE WS-FD-TOT-BAL      TO FDX-T-BALANCE
           MOVE WS-FD-TOT-INS      TO FDX-T-INSURED
           MOVE WS-FD-TOT-UNINS    TO FDX-T-UNINSURED
           MOVE SPACES             TO FDX-T-FILLER
           WRITE FDX-TRL-REC
           CLOSE FDX-FILE

           DISPLAY "  Report written to RPTFILE.txt"
           DISPLAY "  Extract written to FDICEXT.dat"
           DISPLAY "  Deposit accounts:     " WS-FD-ACCT-CNT
           DISPLAY "  Depositor CIFs:       " WS-FD-CIF-CNT
           DISPLAY "  CIFs over limit:      " WS-FD-UNINS-CIF-CNT
           MOVE WS-FD-TOT-UNINS TO WS-FD-FMT-A
           DISPLAY "  Total uninsured:      " WS-FD-FMT-A
           IF WS-FD-OVFL-CNT > 0
               DISPLAY
                 "  *** COVERAGE TABLE FULL - " WS-FD-OVFL-CNT
                 " ITEM(S) NOT REPORTED ***"
           END-IF
           .

      *------------------------------------------------------------*
      * ACTIVE JT AND PD PARTIES FROM ACCTREL.                      *
      *------------------------------------------------------------*
       5952-FD-LOAD-RELS.
           MOVE 0 TO WS-FD-REL-CNT
           OPEN INPUT REL-FILE
           IF WS-REL-FS NOT = "00"
               CLOSE REL-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ REL-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF REL-REC-VALID AND REL-ACTIVE
                              AND (REL-ROLE-JOINT OR REL-ROLE-POD)
                               IF WS-FD-REL-CNT < WS-FD-REL-MAX
                                   ADD 1 TO WS-FD-REL-CNT
                                   SET WS-FDR-IX TO WS-FD-REL-CNT
                                   MOVE REL-ACCT-NUM
                                       TO WS-FDR-ACCT(WS-FDR-IX)
                                   MOVE REL-CIF-ID
                                       TO WS-FDR-CIF(WS-FDR-IX)
                                   MOVE REL-ROLE
                                       TO WS-FDR-ROLE(WS-FDR-IX)
                               ELSE
                                   ADD 1 TO WS-FD-OVFL-CNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF
           .

       5954-FD-LOAD-CUSTS.
           MOVE 0 TO WS-FD-CUST-CNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = "00"
               CLOSE CUSTOMER-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CUSTOMER-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF WS-FD-CUST-CNT < WS-FD-CUST-MAX
                               ADD 1 TO WS-FD-CUST-CNT
                               SET WS-FDC-IX TO WS-FD-CUST-CNT
                               MOVE CUST-CIF-ID
                                   TO WS-FDC-CIF(WS-FDC-IX)
                               MOVE CUST-TAX-ID-TYPE
                                   TO WS-FDC-TAX-TYPE(WS-FDC-IX)
                               MOVE CUST-TAX-ID
                                   TO WS-FDC-TAX-ID(WS-FDC-IX)
                               MOVE SPACES TO WS-FDC-NAME(WS-FDC-IX)
                               STRING CUST-LAST-NAME DELIMITED BY "  "
                                   ", " DELIMITED BY SIZE
                                   CUST-FIRST-NAME DELIMITED BY "  "
                                   INTO WS-FDC-NAME(WS-FDC-IX)
                               END-STRING
                           ELSE
                               ADD 1 TO WS-FD-OVFL-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * ONE DEPOSIT ACCOUNT - WORK OUT ITS OWNERS AND CATEGORY AND  *
      * SPREAD THE BALANCE ACROSS THE OWNERS. ANY ODD CENT GOES TO  *
      * THE PRIMARY.                                                *
      *------------------------------------------------------------*
       5956-FD-ONE-ACCT.
           COMPUTE WS-FD-BAL = ACCT-LEDGER-BAL + ACCT-INT-ACCRUED
           IF WS-FD-BAL NOT > 0
               ADD 1 TO WS-FD-SKIP-CNT
           ELSE
               ADD 1 TO WS-FD-ACCT-CNT
               MOVE SPACES TO WS-FD-OWNER-LIST
               MOVE ACCT-CIF-ID TO WS-FD-OWNER(1)
               MOVE 1 TO WS-FD-OWN-N
               MOVE 0 TO WS-FD-PD-N
               SET WS-FDR-IX TO 1
               PERFORM UNTIL WS-FDR-IX > WS-FD-REL-CNT
                   IF WS-FDR-ACCT(WS-FDR-IX) = ACCT-NUM
                       IF WS-FDR-ROLE(WS-FDR-IX) = "PD"
                           ADD 1 TO WS-FD-PD-N
                       ELSE
                       IF WS-FDR-CIF(WS-FDR-IX) NOT = ACCT-CIF-ID
                          AND WS-FD-OWN-N < 10
                           ADD 1 TO WS-FD-OWN-N
                           MOVE WS-FDR-CIF(WS-FDR-IX)
                               TO WS-FD-OWNER(WS-FD-OWN-N)
                       END-IF
                       END-IF
                   END-IF
                   SET WS-FDR-IX UP BY 1
               END-PERFORM

               MOVE ACCT-CIF-ID TO WS-FD-SRCH-CIF
               PERFORM 5964-FD-FIND-CUST
               MOVE "SGL" TO WS-FD-CAT
               IF WS-FD-CUST-IX > 0
                   IF WS-FDC-TAX-TYPE(WS-FD-CUST-IX) = "E"
                       MOVE "BUS" TO WS-FD-CAT
                       MOVE 1 TO WS-FD-OWN-N
                       MOVE 0 TO WS-FD-PD-N
                   END-IF
               END-IF
               IF WS-FD-CAT = "SGL"
                   IF WS-FD-PD-N > 0
                       MOVE "POD" TO WS-FD-CAT
                   ELSE
                   IF WS-FD-OWN-N > 1
                       MOVE "JNT" TO WS-FD-CAT
                   END-IF
                   END-IF
               END-IF

               COMPUTE WS-FD-SHARE = WS-FD-BAL / WS-FD-OWN-N
               COMPUTE WS-FD-FIRST-SHARE =
                   WS-FD-BAL - (WS-FD-SHARE * (WS-FD-OWN-N - 1))
               MOVE 1 TO WS-FD-K
               PERFORM UNTIL WS-FD-K > WS-FD-OWN-N
                   PERFORM 5958-FD-ADD-SHARE
                   ADD 1 TO WS-FD-K
               END-PERFORM
           END-IF
           .

       5958-FD-ADD-SHARE.
           MOVE WS-FD-OWNER(WS-FD-K) TO WS-FD-SRCH-CIF
           IF WS-FD-K = 1
               MOVE WS-FD-FIRST-SHARE TO WS-FD-AMT
           ELSE
               MOVE WS-FD-SHARE TO WS-FD-AMT
           END-IF
           PERFORM 5960-FD-FIND-OWNER
           IF WS-FD-FOUND-IX > 0
               ADD WS-FD-AMT TO WS-FDO-BAL(WS-FDO-IX)
               ADD 1 TO WS-FDO-ACCTS(WS-FDO-IX)
               IF WS-FD-SHR-CNT < WS-FD-SHR-MAX
                   ADD 1 TO WS-FD-SHR-CNT
                   SET WS-FDS-IX TO WS-FD-SHR-CNT
                   MOVE WS-FD-SRCH-CIF  TO WS-FDS-CIF(WS-FDS-IX)
                   MOVE WS-FD-CAT       TO WS-FDS-CAT(WS-FDS-IX)
                   MOVE ACCT-NUM        TO WS-FDS-ACCT(WS-FDS-IX)
                   MOVE ACCT-PROD-CODE  TO WS-FDS-PROD(WS-FDS-IX)
                   MOVE WS-FD-AMT       TO WS-FDS-BAL(WS-FDS-IX)
               ELSE
                   ADD 1 TO WS-FD-OVFL-CNT
               END-IF
               IF WS-FD-CAT = "POD"
                   PERFORM 5962-FD-ADD-BENES
               END-IF
           END-IF
           .

       5960-FD-FIND-OWNER.
           MOVE 0 TO WS-FD-FOUND-IX
           SET WS-FDO-IX TO 1
           PERFORM UNTIL WS-FDO-IX > WS-FD-OWN-CNT
               IF WS-FDO-CIF(WS-FDO-IX) = WS-FD-SRCH-CIF
                  AND WS-FDO-CAT(WS-FDO-IX) = WS-FD-CAT
                  AND WS-FD-FOUND-IX = 0
                   MOVE WS-FDO-IX TO WS-FD-FOUND-IX
               END-IF
               SET WS-FDO-IX UP BY 1
           END-PERFORM
           IF WS-FD-FOUND-IX = 0
               IF WS-FD-OWN-CNT >= WS-FD-OWN-MAX
                   ADD 1 TO WS-FD-OVFL-CNT
               ELSE
                   ADD 1 TO WS-FD-OWN-CNT
                   MOVE WS-FD-OWN-CNT TO WS-FD-FOUND-IX
                   SET WS-FDO-IX TO WS-FD-FOUND-IX
                   MOVE WS-FD-SRCH-CIF TO WS-FDO-CIF(WS-FDO-IX)
                   MOVE WS-FD-CAT TO WS-FDO-CAT(WS-FDO-IX)
                   MOVE 0 TO WS-FDO-BAL(WS-FDO-IX)
                   MOVE 0 TO WS-FDO-ACCTS(WS-FDO-IX)
                   MOVE 0 TO WS-FDO-BENES(WS-FDO-IX)
                   MOVE 0 TO WS-FDO-LIMIT(WS-FDO-IX)
                   MOVE 0 TO WS-FDO-INSURED(WS-FDO-IX)
                   MOVE 0 TO WS-FDO-UNINS(WS-FDO-IX)
                   MOVE "N" TO WS-FDO-DONE(WS-FDO-IX)
               END-IF
           ELSE
               SET WS-FDO-IX TO WS-FD-FOUND-IX
           END-IF
           .

      *------------------------------------------------------------*
      * COUNT EACH PD BENEFICIARY ONCE PER OWNER, HOWEVER MANY OF   *
      * THE OWNER'S POD ACCOUNTS NAME THEM.                         *
      *------------------------------------------------------------*
       5962-FD-ADD-BENES.
           SET WS-FDR-IX TO 1
           PERFORM UNTIL WS-FDR-IX > WS-FD-REL-CNT
               IF WS-FDR-ACCT(WS-FDR-IX) = ACCT-NUM
                  AND WS-FDR-ROLE(WS-FDR-IX) = "PD"
                   SET FD-BEN-FOUND-NO TO TRUE
                   SET WS-FDB-IX TO 1
                   PERFORM UNTIL WS-FDB-IX > WS-FD-BEN-CNT
                       IF WS-FDB-OWNER(WS-FDB-IX) = WS-FD-SRCH-CIF
                          AND WS-FDB-BENE(WS-FDB-IX) =
                              WS-FDR-CIF(WS-FDR-IX)
                           SET FD-BEN-FOUND-YES TO TRUE
                       END-IF
                       SET WS-FDB-IX UP BY 1
                   END-PERFORM
                   IF FD-BEN-FOUND-NO
                       IF WS-FD-BEN-CNT < WS-FD-BEN-MAX
                           ADD 1 TO WS-FD-BEN-CNT
                           SET WS-FDB-IX TO WS-FD-BEN-CNT
                           MOVE WS-FD-SRCH-CIF
                               TO WS-FDB-OWNER(WS-FDB-IX)
                           MOVE WS-FDR-CIF(WS-FDR-IX)
                               TO WS-FDB-BENE(WS-FDB-IX)
                       END-IF
                       IF WS-FDO-BENES(WS-FDO-IX) < 99
                           ADD 1 TO WS-FDO-BENES(WS-FDO-IX)
                       END-IF
                   END-IF
               END-IF
               SET WS-FDR-IX UP BY 1
           END-PERFORM
           .

       5964-FD-FIND-CUST.
           MOVE 0 TO WS-FD-CUST-IX
           SET WS-FDC-IX TO 1
           PERFORM UNTIL WS-FDC-IX > WS-FD-CUST-CNT
               IF WS-FDC-CIF(WS-FDC-IX) = WS-FD-SRCH-CIF
                  AND WS-FD-CUST-IX = 0
                   SET WS-FD-CUST-IX TO WS-FDC-IX
               END-IF
               SET WS-FDC-IX UP BY 1
           END-PERFORM
           .

       5966-FD-APPLY-LIMITS.
           SET WS-FDO-IX TO 1
           PERFORM UNTIL WS-FDO-IX > WS-FD-OWN-CNT
               MOVE WS-FD-LIMIT TO WS-FDO-LIMIT(WS-FDO-IX)
               IF WS-FDO-CAT(WS-FDO-IX) = "POD"
                   MOVE WS-FDO-BENES(WS-FDO-IX) TO WS-FD-BEN-N
                   IF WS-FD-BEN-N > WS-FD-BENE-CAP
                       MOVE WS-FD-BENE-CAP TO WS-FD-BEN-N
                   END-IF
                   IF WS-FD-BEN-N < 1
                       MOVE 1 TO WS-FD-BEN-N
                   END-IF
                   COMPUTE WS-FDO-LIMIT(WS-FDO-IX) =
                       WS-FD-LIMIT * WS-FD-BEN-N
               END-IF
               IF WS-FDO-BAL(WS-FDO-IX) > WS-FDO-LIMIT(WS-FDO-IX)
                   MOVE WS-FDO-LIMIT(WS-FDO-IX)
                       TO WS-FDO-INSURED(WS-FDO-IX)
               ELSE
                   MOVE WS-FDO-BAL(WS-FDO-IX)
                       TO WS-FDO-INSURED(WS-FDO-IX)
               END-IF
               COMPUTE WS-FDO-UNINS(WS-FDO-IX) =
                   WS-FDO-BAL(WS-FDO-IX) - WS-FDO-INSURED(WS-FDO-IX)
               ADD WS-FDO-BAL(WS-FDO-IX) TO WS-FD-TOT-BAL
               ADD WS-FDO-INSURED(WS-FDO-IX) TO WS-FD-TOT-INS
               ADD WS-FDO-UNINS(WS-FDO-IX) TO WS-FD-TOT-UNINS
               SET WS-FDO-IX UP BY 1
           END-PERFORM
           .

      *------------------------------------------------------------*
      * ONE DEPOSITOR - EVERY CATEGORY THE CIF OWNS IN, WITH THE    *
      * ACCOUNT SHARES BEHIND EACH, THEN THE CIF TOTALS.            *
      *------------------------------------------------------------*
       5968-FD-WRITE-CIF.
           ADD 1 TO WS-FD-CIF-CNT
           MOVE 0 TO WS-FD-CIF-INS
           MOVE 0 TO WS-FD-CIF-UNINS
           MOVE WS-FDO-CIF(WS-FD-IDX) TO WS-FD-SRCH-CIF
           PERFORM 5964-FD-FIND-CUST
           MOVE SPACES TO RPT-LINE
           IF WS-FD-CUST-IX > 0
               STRING "  CIF " WS-FD-SRCH-CIF
                   "  " WS-FDC-NAME(WS-FD-CUST-IX)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "  CIF " WS-FD-SRCH-CIF
                   "  (NOT ON CUSTMSTR)"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-LINE

           MOVE WS-FD-IDX TO WS-FD-JDX
           PERFORM UNTIL WS-FD-JDX > WS-FD-OWN-CNT
               IF WS-FDO-CIF(WS-FD-JDX) = WS-FD-SRCH-CIF
                   PERFORM 5970-FD-WRITE-CAT
                   MOVE "Y" TO WS-FDO-DONE(WS-FD-JDX)
               END-IF
               ADD 1 TO WS-FD-JDX
           END-PERFORM

           MOVE WS-FD-CIF-INS TO WS-FD-FMT-A
           MOVE WS-FD-CIF-UNINS TO WS-FD-FMT-B
           MOVE SPACES TO RPT-LINE
           STRING "      CIF TOTAL  INSURED " WS-FD-FMT-A
               "  UNINSURED " WS-FD-FMT-B
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FD-CIF-UNINS > 0
               ADD 1 TO WS-FD-UNINS-CIF-CNT
           END-IF
           .

       5970-FD-WRITE-CAT.
           ADD WS-FDO-INSURED(WS-FD-JDX) TO WS-FD-CIF-INS
           ADD WS-FDO-UNINS(WS-FD-JDX) TO WS-FD-CIF-UNINS
           MOVE WS-FDO-BAL(WS-FD-JDX) TO WS-FD-FMT-A
           MOVE WS-FDO-INSURED(WS-FD-JDX) TO WS-FD-FMT-B
           MOVE WS-FDO-UNINS(WS-FD-JDX) TO WS-FD-FMT-C
           MOVE SPACES TO RPT-LINE
           STRING "      " WS-FDO-CAT(WS-FD-JDX)
               "  BALANCE " WS-FD-FMT-A
               "  INSURED " WS-FD-FMT-B
               "  UNINSURED " WS-FD-FMT-C
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           INITIALIZE FDX-OWN-REC
           MOVE "O"                       TO FDX-O-REC-TYPE
           MOVE WS-FD-SRCH-CIF            TO FDX-O-CIF-ID
           IF WS-FD-CUST-IX > 0
               MOVE WS-FDC-TAX-TYPE(WS-FD-CUST-IX)
                                          TO FDX-O-TAX-ID-TYPE
               MOVE WS-FDC-TAX-ID(WS-FD-CUST-IX)
                                          TO FDX-O-TAX-ID
           ELSE
               MOVE SPACES                TO FDX-O-TAX-ID-TYPE
               MOVE SPACES                TO FDX-O-TAX-ID
           END-IF
           MOVE WS-FDO-CAT(WS-FD-JDX)     TO FDX-O-CATEGORY
           MOVE WS-FDO-ACCTS(WS-FD-JDX)   TO FDX-O-ACCT-CNT
           MOVE WS-FDO-BAL(WS-FD-JDX)     TO FDX-O-BALANCE
           MOVE WS-FDO-LIMIT(WS-FD-JDX)   TO FDX-O-LIMIT
           MOVE WS-FDO-INSURED(WS-FD-JDX) TO FDX-O-INSURED
           MOVE WS-FDO-UNINS(WS-FD-JDX)   TO FDX-O-UNINSURED
           MOVE SPACES                    TO FDX-O-FILLER
           WRITE FDX-OWN-REC
           ADD 1 TO WS-FD-EXT-OWN-CNT

           SET WS-FDS-IX TO 1
           PERFORM UNTIL WS-FDS-IX > WS-FD-SHR-CNT
               IF WS-FDS-CIF(WS-FDS-IX) = WS-FD-SRCH-CIF
                  AND WS-FDS-CAT(WS-FDS-IX) = WS-FDO-CAT(WS-FD-JDX)
                   PERFORM 5972-FD-WRITE-SHARE
               END-IF
               SET WS-FDS-IX UP BY 1
           END-PERFORM
           .

       5972-FD-WRITE-SHARE.
           MOVE WS-FDS-BAL(WS-FDS-IX) TO WS-FD-FMT-A
           MOVE SPACES TO RPT-LINE
           STRING "           ACCT " WS-FDS-ACCT(WS-FDS-IX)
               "  " WS-FDS-PROD(WS-FDS-IX)
               "  SHARE " WS-FD-FMT-A
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           INITIALIZE FDX-ACCT-REC
           MOVE "A"                    TO FDX-A-REC-TYPE
           MOVE WS-FDS-CIF(WS-FDS-IX)  TO FDX-A-CIF-ID
           MOVE WS-FDS-CAT(WS-FDS-IX)  TO FDX-A-CATEGORY
           MOVE WS-FDS-ACCT(WS-FDS-IX) TO FDX-A-ACCT-NUM
           MOVE WS-FDS-PROD(WS-FDS-IX) TO FDX-A-PROD-CODE
           MOVE WS-FDS-BAL(WS-FDS-IX)  TO FDX-A-SHARE-BAL
           MOVE SPACES                 TO FDX-A-FILLER
           WRITE FDX-ACCT-REC
           ADD 1 TO WS-FD-EXT-ACCT-CNT
           .

      *------------------------------------------------------------*
      * OVERDRAWN DEPOSIT ACCOUNT AGING REPORT BY BRANCH. OPEN      *
      * DEPOSIT ACCOUNTS WITH A NEGATIVE LEDGER BALANCE ARE AGED ON *
      * ACCT-OD-SINCE-DT INTO 1-29, 30-59 AND 60+ DAY BUCKETS (AN   *
      * ACCOUNT THE AGING BATCH HAS NOT YET STAMPED COUNTS AS NEW). *
      * CHARGE-OFFS (CHO) AND RECOVERIES (RCV) POSTED SO FAR THIS   *
      * MONTH ARE ADDED BY BRANCH FROM THE JOURNAL.                 *
      *------------------------------------------------------------*
       5980-OD-AGING-RPT.
           DISPLAY " "
           DISPLAY "  Generating Overdrawn Account Aging Report..."
           MOVE 0 TO WS-ODR-TBL-CNT
           MOVE 0 TO WS-ODR-OVFL-CNT
           MOVE 0 TO WS-ODR-ACCT-CNT
           MOVE 0 TO WS-ODR-TOT-CNT1
           MOVE 0 TO WS-ODR-TOT-AMT1
           MOVE 0 TO WS-ODR-TOT-CNT2
           MOVE 0 TO WS-ODR-TOT-AMT2
           MOVE 0 TO WS-ODR-TOT-CNT3
           MOVE 0 TO WS-ODR-TOT-AMT3
           MOVE 0 TO WS-ODR-TOT-CHO
           MOVE 0 TO WS-ODR-TOT-RCV
           MOVE WS-CURR-DATE(1:6) TO WS-ODR-MONTH

           OPEN OUTPUT REPORT-FILE
           MOVE WS-RPT-SEP TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING
             "  FIRST NATIONAL BANK - OVERDRAWN ACCOUNT AGING AS OF "
               WS-CURR-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-RPT-SEP TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               MOVE "  (no accounts on file)" TO RPT-LINE
               WRITE RPT-LINE
               CLOSE ACCOUNT-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ACCOUNT-FILE NEXT
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF ACCT-LEDGER-BAL < 0
                              AND NOT ACCT-CLOSED
                              AND NOT ACCT-CHARGED-OFF
                              AND NOT ACCT-ESCHEAT
                              AND (ACCT-IS-DDA1 OR ACCT-IS-DDA2
                                   OR ACCT-IS-SAV1 OR ACCT-IS-MMA1
                                   OR (ACCT-IS-COM1
                                       AND ACCT-INT-RATE = 0))
                               PERFORM 5982-ODR-ACCUM-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               PERFORM 5984-ODR-JRNL-PASS

               MOVE WS-ODR-COL-HDR TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-SEP TO RPT-LINE
               WRITE RPT-LINE
               MOVE 1 TO WS-ODR-IDX
               PERFORM UNTIL WS-ODR-IDX > WS-ODR-TBL-CNT
                   PERFORM 5988-ODR-DTL-LINE
                   ADD 1 TO WS-ODR-IDX
               END-PERFORM
               MOVE WS-RPT-SEP TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-ODR-DTL
               MOVE "TOTAL" TO WS-ODD-BRN
               MOVE WS-ODR-TOT-CNT1 TO WS-ODD-CNT1
               MOVE WS-ODR-TOT-AMT1 TO WS-ODD-AMT1
               MOVE WS-ODR-TOT-CNT2 TO WS-ODD-CNT2
               MOVE WS-ODR-TOT-AMT2 TO WS-ODD-AMT2
               MOVE WS-ODR-TOT-CNT3 TO WS-ODD-CNT3
               MOVE WS-ODR-TOT-AMT3 TO WS-ODD-AMT3
               MOVE WS-ODR-TOT-CHO TO WS-ODD-CHO
               MOVE WS-ODR-TOT-RCV TO WS-ODD-RCV
               MOVE WS-ODR-DTL TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "  Report written to RPTFILE.txt"
           DISPLAY "  Overdrawn accounts:   " WS-ODR-ACCT-CNT
           DISPLAY "  Branches reported:    " WS-ODR-TBL-CNT
           IF WS-ODR-OVFL-CNT > 0
               DISPLAY
                 "  *** BRANCH TABLE FULL - " WS-ODR-OVFL-CNT
                 " ITEM(S) NOT SUMMARIZED ***"
           END-IF
           .

       5982-ODR-ACCUM-ACCT.
           ADD 1 TO WS-ODR-ACCT-CNT
           IF ACCT-OD-SINCE-DT NOT NUMERIC
              OR ACCT-OD-SINCE-DT = 0
               MOVE 0 TO WS-ODR-DAYS
           ELSE
               COMPUTE WS-ODR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-OD-SINCE-DT)
           END-IF
           MOVE ACCT-BRANCH TO WS-ODR-SRCH-BRN
           PERFORM 5986-ODR-FIND-ENTRY
           IF WS-ODR-FOUND-IX > 0
               IF WS-ODR-DAYS < WS-ODA-NOTICE1-DAYS
                   ADD 1 TO WS-OR-CNT1(WS-ODR-IX)
                   ADD ACCT-LEDGER-BAL TO WS-OR-AMT1(WS-ODR-IX)
                   ADD 1 TO WS-ODR-TOT-CNT1
                   ADD ACCT-LEDGER-BAL TO WS-ODR-TOT-AMT1
               ELSE
               IF WS-ODR-DAYS < WS-ODA-CHGOFF-DAYS
                   ADD 1 TO WS-OR-CNT2(WS-ODR-IX)
                   ADD ACCT-LEDGER-BAL TO WS-OR-AMT2(WS-ODR-IX)
                   ADD 1 TO WS-ODR-TOT-CNT2
                   ADD ACCT-LEDGER-BAL TO WS-ODR-TOT-AMT2
               ELSE
                   ADD 1 TO WS-OR-CNT3(WS-ODR-IX)
                   ADD ACCT-LEDGER-BAL TO WS-OR-AMT3(WS-ODR-IX)
                   ADD 1 TO WS-ODR-TOT-CNT3
                   ADD ACCT-LEDGER-BAL TO WS-ODR-TOT-AMT3
               END-IF
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * MONTH-TO-DATE CHARGE-OFFS AND RECOVERIES, JOINED BACK TO    *
      * THE BRANCH THROUGH THE ACCOUNT MASTER.                      *
      *------------------------------------------------------------*
       5984-ODR-JRNL-PASS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               CLOSE TRANSACTION-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-POSTED
                              AND TXN-NOT-REVERSED
                              AND (TXN-IS-CHO OR TXN-IS-RCV)
                              AND TXN-POST-DT(1:6) = WS-ODR-MONTH
                               PERFORM 5985-ODR-ACCUM-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
           END-IF
           .

       5985-ODR-ACCUM-TXN.
           MOVE "??????" TO WS-ODR-SRCH-BRN
           MOVE TXN-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-BRANCH TO WS-ODR-SRCH-BRN
           END-READ
           PERFORM 5986-ODR-FIND-ENTRY
           IF WS-ODR-FOUND-IX > 0
               IF TXN-IS-CHO
                   ADD TXN-AMT TO WS-OR-CHO(WS-ODR-IX)
                   ADD TXN-AMT TO WS-ODR-TOT-CHO
               ELSE
                   ADD TXN-AMT TO WS-OR-RCV(WS-ODR-IX)
                   ADD TXN-AMT TO WS-ODR-TOT-RCV
               END-IF
           END-IF
           .

       5986-ODR-FIND-ENTRY.
           MOVE 0 TO WS-ODR-FOUND-IX
           SET WS-ODR-IX TO 1
           PERFORM UNTIL WS-ODR-IX > WS-ODR-TBL-CNT
               IF WS-OR-BRANCH(WS-ODR-IX) = WS-ODR-SRCH-BRN
                  AND WS-ODR-FOUND-IX = 0
                   MOVE WS-ODR-IX TO WS-ODR-FOUND-IX
               END-IF
               SET WS-ODR-IX UP BY 1
           END-PERFORM
           IF WS-ODR-FOUND-IX = 0
               IF WS-ODR-TBL-CNT >= WS-ODR-TBL-MAX
                   ADD 1 TO WS-ODR-OVFL-CNT
               ELSE
                   ADD 1 TO WS-ODR-TBL-CNT
                   MOVE WS-ODR-TBL-CNT TO WS-ODR-FOUND-IX
                   SET WS-ODR-IX TO WS-ODR-FOUND-IX
                   MOVE WS-ODR-SRCH-BRN
                       TO WS-OR-BRANCH(WS-ODR-IX)
                   MOVE 0 TO WS-OR-CNT1(WS-ODR-IX)
                   MOVE 0 TO WS-OR-AMT1(WS-ODR-IX)
                   MOVE 0 TO WS-OR-CNT2(WS-ODR-IX)
                   MOVE 0 TO WS-OR-AMT2(WS-ODR-IX)
                   MOVE 0 TO WS-OR-CNT3(WS-ODR-IX)
                   MOVE 0 TO WS-OR-AMT3(WS-ODR-IX)
                   MOVE 0 TO WS-OR-CHO(WS-ODR-IX)
                   MOVE 0 TO WS-OR-RCV(WS-ODR-IX)
               END-IF
           ELSE
               SET WS-ODR-IX TO WS-ODR-FOUND-IX
           END-IF
           .

       5988-ODR-DTL-LINE.
           MOVE SPACES TO WS-ODR-DTL
           MOVE WS-OR-BRANCH(WS-ODR-IDX) TO WS-ODD-BRN
           MOVE WS-OR-CNT1(WS-ODR-IDX) TO WS-ODD-CNT1
           MOVE WS-OR-AMT1(WS-ODR-IDX) TO WS-ODD-AMT1
           MOVE WS-OR-CNT2(WS-ODR-IDX) TO WS-ODD-CNT2
           MOVE WS-OR-AMT2(WS-ODR-IDX) TO WS-ODD-AMT2
           MOVE WS-OR-CNT3(WS-ODR-IDX) TO WS-ODD-CNT3
           MOVE WS-OR-AMT3(WS-ODR-IDX) TO WS-ODD-AMT3
           MOVE WS-OR-CHO(WS-ODR-IDX) TO WS-ODD-CHO
           MOVE WS-OR-RCV(WS-ODR-IDX) TO WS-ODD-RCV
           MOVE WS-ODR-DTL TO RPT-LINE
           WRITE RPT-LINE
           .

      *------------------------------------------------------------*
      * DATA QUALITY AUDIT ON DEMAND - RUNS THE 7600 AUDIT AS OF    *
      * TODAY AND WRITES DQEXCP.TXT. THE COUNTS GO TO RUNCTL ONLY   *
      * FROM THE END-OF-DAY STEP.                                   *
      *------------------------------------------------------------*
       5990-DQ-AUDIT-RPT.
           MOVE WS-CURR-DATE TO WS-DQ-RUN-DT
           PERFORM 7600-BATCH-DQ-AUDIT
           .

       6000-INQUIRY.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "       ACCOUNT INQUIRY"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Account Detail"
           DISPLAY "  2. Account Activity (Current + History)"
           DISPLAY "  3. Transaction Lookup By Seq"
           DISPLAY "  4. Customer Search"
           DISPLAY "  0. Return to Main Menu"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 6010-ACCT-INQ
               WHEN 2 PERFORM 6020-TXN-HIST-INQ
               WHEN 3 PERFORM 6030-TXN-SEQ-LOOKUP
               WHEN 4 PERFORM 6040-CUST-SEARCH
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

       6010-ACCT-INQ.
           DISPLAY " "
           DISPLAY "  --- ACCOUNT INQUIRY ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT

           SET FOUND-NO TO TRUE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "  *** No accounts on file ***"
               CLOSE ACCOUNT-FILE
           ELSE
               MOVE WS-SEARCH-ACCT TO ACCT-NUM
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FOUND-YES TO TRUE
                       PERFORM 6100-SHOW-DETAIL
               END-READ
               CLOSE ACCOUNT-FILE
               IF FOUND-NO
                   DISPLAY "  *** ACCOUNT NOT FOUND ***"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * COMBINED CURRENT+HISTORY ACTIVITY INQUIRY - PULLS A GIVEN   *
      * ACCOUNT'S TRANSACTIONS FROM THE LIVE JOURNAL AND THEN FROM  *
      * THE TXNHIST ARCHIVE, SO RESEARCH REQUESTS STILL SEE         *
      * ACTIVITY THAT THE MONTH-END PURGE HAS MOVED OFF THE LIVE    *
      * FILE. HISTORY ROWS ARE SURFACED THROUGH THE JOURNAL RECORD  *
      * AREA SO ONE DETAIL-LINE BUILDER SERVES BOTH FILES.          *
      *------------------------------------------------------------*
       6020-TXN-HIST-INQ.
           DISPLAY " "
           DISPLAY "  --- ACCOUNT ACTIVITY (CURRENT + HISTORY) ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT

           MOVE 0 TO WS-INQ-CUR-CNT
           MOVE 0 TO WS-INQ-HIS-CNT
           DISPLAY WS-TXN-COL-HDR
           DISPLAY WS-RPT-SEP

           DISPLAY "  -- CURRENT JOURNAL --"
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               DISPLAY "  (no transactions on file)"
               CLOSE TRANSACTION-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-ACCT-NUM = WS-SEARCH-ACCT
                               ADD 1 TO WS-INQ-CUR-CNT
                               PERFORM 6025-SHOW-TXN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               IF WS-INQ-CUR-CNT = 0
                   DISPLAY "  (none)"
               END-IF
           END-IF

           DISPLAY "  -- ARCHIVED HISTORY --"
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS NOT = "00"
               DISPLAY "  (no archived history on file)"
               CLOSE HIST-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ HIST-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           MOVE HTX-REC TO TXN-REC
                           IF TXN-ACCT-NUM = WS-SEARCH-ACCT
                               ADD 1 TO WS-INQ-HIS-CNT
                               PERFORM 6025-SHOW-TXN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
               IF WS-INQ-HIS-CNT = 0
                   DISPLAY "  (none)"
               END-IF
           END-IF

           DISPLAY WS-RPT-SEP
           DISPLAY "  Current entries:  " WS-INQ-CUR-CNT
           DISPLAY "  Archived entries: " WS-INQ-HIS-CNT
           .

       6025-SHOW-TXN-LINE.
           MOVE SPACES TO WS-TXN-DTL
           MOVE TXN-SEQ-NUM   TO WS-TD-SEQ
           MOVE TXN-ACCT-NUM  TO WS-TD-ACCT
           MOVE TXN-TYPE-CD   TO WS-TD-TYPE
           MOVE TXN-DR-CR     TO WS-TD-DRCR
           MOVE TXN-AMT       TO WS-TD-AMT
           MOVE TXN-EFFDT(1:4) TO WS-DD-YEAR
           MOVE TXN-EFFDT(5:2) TO WS-DD-MONTH
           MOVE TXN-EFFDT(7:2) TO WS-DD-DAY
           MOVE WS-DISP-DATE  TO WS-TD-EFFDT
           MOVE TXN-CHANNEL   TO WS-TD-CHAN
           MOVE TXN-DESC      TO WS-TD-DESC
           MOVE TXN-STATUS    TO WS-TD-STAT
           DISPLAY WS-TXN-DTL
           .

      *------------------------------------------------------------*
      * TRANSACTION LOOKUP BY SEQ ACROSS CURRENT AND HISTORY. A     *
      * REVERSAL'S TXN-REV-ORIG-SEQ IS CHASED AUTOMATICALLY SO THE  *
      * ORIGINAL STILL COMES BACK AFTER IT HAS BEEN ARCHIVED.       *
      *------------------------------------------------------------*
       6030-TXN-SEQ-LOOKUP.
           DISPLAY " "
           DISPLAY "  --- TRANSACTION LOOKUP BY SEQ ---"
           DISPLAY "  Transaction seq number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-TXN-SEQ

           PERFORM 6032-FIND-TXN-BOTH
           IF FOUND-NO
               DISPLAY "  *** TRANSACTION NOT FOUND ***"
           ELSE
               PERFORM 6035-SHOW-TXN-DETAIL
               IF TXN-REV-ORIG-SEQ NOT = SPACES
                   MOVE TXN-REV-ORIG-SEQ TO WS-INQ-ORIG-SEQ
                   MOVE WS-INQ-ORIG-SEQ TO WS-SEARCH-TXN-SEQ
                   PERFORM 6032-FIND-TXN-BOTH
                   IF FOUND-YES
                       DISPLAY " "
                       DISPLAY "  -- ORIGINAL TRANSACTION --"
                       PERFORM 6035-SHOW-TXN-DETAIL
                   ELSE
                       DISPLAY
                         "  *** ORIGINAL TRANSACTION NOT FOUND "
                         "IN CURRENT OR HISTORY ***"
                   END-IF
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * SEARCH THE LIVE JOURNAL AND THEN TXNHIST FOR                *
      * WS-SEARCH-TXN-SEQ. ON A HIT THE RECORD IS LEFT IN TXN-REC   *
      * AND TXN-FROM-HIST-YES SAYS WHICH FILE IT CAME FROM.         *
      *------------------------------------------------------------*
       6032-FIND-TXN-BOTH.
           SET FOUND-NO TO TRUE
           SET TXN-FROM-HIST-NO TO TRUE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               CLOSE TRANSACTION-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF FOUND-NO
                              AND TXN-SEQ-NUM = WS-SEARCH-TXN-SEQ
                               SET FOUND-YES TO TRUE
                               SET EOF-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           IF FOUND-NO
               OPEN INPUT HIST-FILE
               IF WS-HIST-FS NOT = "00"
                   CLOSE HIST-FILE
               ELSE
                   SET EOF-NO TO TRUE
                   PERFORM UNTIL EOF-YES
                       READ HIST-FILE
                           AT END SET EOF-YES TO TRUE
                           NOT AT END
                               MOVE HTX-REC TO TXN-REC
                               IF FOUND-NO
                                  AND TXN-SEQ-NUM =
                                      WS-SEARCH-TXN-SEQ
                                   SET FOUND-YES TO TRUE
                                   SET TXN-FROM-HIST-YES TO TRUE
                                   SET EOF-YES TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HIST-FILE
               END-IF
           END-IF
           .

       6035-SHOW-TXN-DETAIL.
           DISPLAY " "
           IF TXN-FROM-HIST-YES
               DISPLAY "  TRANSACTION DETAIL (ARCHIVED)"
           ELSE
               DISPLAY "  TRANSACTION DETAIL (CURRENT)"
           END-IF
           DISPLAY "   Seq Number:     " TXN-SEQ-NUM
           DISPLAY "   Account:        " TXN-ACCT-NUM
           MOVE ACCT-NUM          TO BILL-ACCT-NUM
           MOVE ACCT-CIF-ID       TO BILL-CIF-ID
           MOVE WS-CURR-DATE      TO BILL-DT
           COMPUTE WS-BD-FROM-DT =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                   + WS-LOAN-DUE-DAYS)
           PERFORM 8752-ROLL-TO-BUS-DAY
           MOVE WS-BD-RESULT-DT   TO BILL-DUE-DT
           MOVE WS-LOAN-INT-AMT   TO BILL-INT-AMT
           MOVE WS-LOAN-PRIN-DUE  TO BILL-PRIN-AMT
           COMPUTE BILL-TOT-AMT =
           SET FOUND-NO TO TRUE
           SET LOAN-PROD-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               CLOSE ACCOUNT-FILE
                           END-IF
                           MOVE ACCT-CIF-ID
                               TO WS-FOUND-CIF-ID
                           MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                           MOVE ACCT-LEDGER-BAL
                               TO WS-FOUND-LEDGER
                       END-IF
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "1001000100"      TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           SET STOP-FEE-WAIVED TO TRUE
           MOVE WS-STOP-FEE-DFLT TO WS-STOP-FEE-AMT
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN I-O ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               NOT INVALID KEY
                   SET FOUND-YES TO TRUE
                   MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                   MOVE ACCT-PROD-CODE TO WS-PROD-SRCH-CODE
                   PERFORM 8700-FIND-PRODUCT
                   IF PROD-OK-YES
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4003000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "STPF"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
       6558-LOOKUP-CHK-ACCT.
           SET FOUND-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               NOT INVALID KEY
                   SET FOUND-YES TO TRUE
                   MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                   MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
           END-READ
           CLOSE ACCOUNT-FILE
           SET VALID-NO TO TRUE
           SET NSF-QUEUE-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN I-O ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               NOT INVALID KEY
                   SET FOUND-YES TO TRUE
                   MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                   MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
                   IF NOT ACCT-ACTIVE
                       DISPLAY "  *** Account not active ***"
           MOVE WS-CHK-DESC       TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "1001000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE WS-CHK-TXN-STAT   TO TXN-STATUS
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4001000100"      TO WS-PR-GL-CR
           MOVE ACCT-PROD-CODE    TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           SET OD-FEE-NO TO TRUE
           SET NSF-POSTED-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN I-O ACCOUNT-FILE
           MOVE NSF-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
                       SUBTRACT NSF-AMT FROM ACCT-AVAIL-BAL
                       MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
                       MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                       MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                       PERFORM 6712-NSF-OD-FEE
                       MOVE WS-CURR-DATE
                           TO ACCT-LAST-ACTIVITY-DT

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 6852-WIRE-CAPTURE
               WHEN 2
                   IF WS-OPR-ROLE = "SV" OR WS-OPR-ROLE = "BO"
                       PERFORM 6870-WIRE-RELEASE-REVIEW
                   ELSE
                       DISPLAY "  *** WIRE RELEASE REQUIRES A "
                           "SUPERVISOR OR BACK OFFICE OPERATOR ***"
                   END-IF
               WHEN 3 PERFORM 6880-WIRE-LIST-PEND
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           SET FOUND-NO TO TRUE
           SET VALID-NO TO TRUE
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               NOT INVALID KEY
                   SET FOUND-YES TO TRUE
                   MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                   MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                   IF NOT ACCT-ACTIVE
                       DISPLAY "  *** Account not active ***"
                   ELSE
                               TO WS-FOUND-LEDGER
                           MOVE ACCT-CIF-ID
                               TO WS-FOUND-CIF-ID
                           MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                           PERFORM 4215-APPLY-OD-FEE
                           MOVE WS-CURR-DATE
                               TO ACCT-LAST-ACTIVITY-DT
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "1001000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           .

      *------------------------------------------------------------*
      * LEGAL ORDER PROCESSING - GARNISHMENTS AND TAX LEVIES ARE    *
      * KEYED TO LEGLORDR AS THEY ARE SERVED AND ANSWERED BY THE    *
      * PROCESSING RUN. THE RUN WORKS OUT THE PROTECTED AMOUNT      *
      * FROM ACH BENEFIT CREDITS IN THE LOOKBACK, SEIZES ONLY THE   *
      * AVAILABLE FUNDS ABOVE IT, CHARGES THE PROCESSING FEE AND    *
      * PRINTS THE ANSWER LETTER TO THE NOTICE FILE.                *
      *------------------------------------------------------------*
       6900-LEGAL-ORDER-MAINT.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "       LEGAL ORDERS (GARNISHMENT/LEVY)"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Enter Legal Order"
           DISPLAY "  2. Process Pending Orders"
           DISPLAY "  3. List Legal Orders For Account"
           DISPLAY "  0. Return"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 6905-LO-INTAKE
               WHEN 2 PERFORM 6910-LO-PROCESS-RUN
               WHEN 3 PERFORM 6940-LO-LIST
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

      *------------------------------------------------------------*
      * KEY ONE ORDER AS SERVED. AN ORDER NAMING AN ACCOUNT NOT ON  *
      * FILE IS STILL RECORDED - THE BANK MUST ANSWER EVERY ORDER,  *
      * AND THE RUN ANSWERS IT "NO ACCOUNT".                        *
      *------------------------------------------------------------*
       6905-LO-INTAKE.
           DISPLAY " "
           DISPLAY "  --- ENTER LEGAL ORDER ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT
           DISPLAY "  Order type (G=Garnishment, L=Tax levy): "
               WITH NO ADVANCING
           ACCEPT WS-LO-INPUT-TYPE
           INSPECT WS-LO-INPUT-TYPE CONVERTING "gl" TO "GL"
           DISPLAY "  Creditor/levying agency: " WITH NO ADVANCING
           ACCEPT WS-LO-INPUT-CREDITOR
           INSPECT WS-LO-INPUT-CREDITOR
               CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "  Case number: " WITH NO ADVANCING
           ACCEPT WS-LO-INPUT-CASE
           DISPLAY "  Order amount: " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT

           IF WS-INPUT-AMT <= 0
               DISPLAY "  *** Amount must be positive ***"
           ELSE
           IF WS-LO-INPUT-TYPE NOT = "G"
              AND WS-LO-INPUT-TYPE NOT = "L"
               DISPLAY "  *** ERROR: Invalid order type ***"
           ELSE
           IF WS-LO-INPUT-CREDITOR = SPACES
              OR WS-LO-INPUT-CASE = SPACES
               DISPLAY
                 "  *** ERROR: Creditor and case number "
                 "required ***"
           ELSE
               SET FOUND-NO TO TRUE
               MOVE SPACES TO WS-FOUND-CIF-ID
               MOVE SPACES TO WS-FOUND-PROD
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-SEARCH-ACCT TO ACCT-NUM
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FOUND-YES TO TRUE
                       MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                       MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
               END-READ
               CLOSE ACCOUNT-FILE
               IF FOUND-NO
                   DISPLAY
                     "  *** ACCOUNT NOT ON FILE - ORDER WILL BE "
                     "ANSWERED NO ACCOUNT ***"
               END-IF

               OPEN EXTEND LO-FILE
               IF WS-LO-FS NOT = "00"
                   OPEN OUTPUT LO-FILE
               END-IF
               INITIALIZE LO-REC
               MOVE "LO"              TO LO-REC-TYPE
               MOVE WS-NEXT-LO-SEQ    TO LO-ID
               MOVE WS-SEARCH-ACCT    TO LO-ACCT-NUM
               MOVE WS-FOUND-CIF-ID   TO LO-CIF-ID
               MOVE WS-LO-INPUT-TYPE  TO LO-ORDER-TYPE
               MOVE WS-LO-INPUT-CREDITOR
                                      TO LO-CREDITOR
               MOVE WS-LO-INPUT-CASE  TO LO-CASE-NUM
               MOVE WS-INPUT-AMT      TO LO-ORDER-AMT
               MOVE WS-CURR-DATE      TO LO-RECEIVED-DT
               MOVE 0                 TO LO-PROTECT-AMT
               MOVE 0                 TO LO-SEIZED-AMT
               MOVE 0                 TO LO-FEE-AMT
               MOVE 0                 TO LO-HOLD-ID
               MOVE "P"               TO LO-STATUS
               MOVE 0                 TO LO-PROCESSED-DT
               MOVE SPACES            TO LO-PROCESSED-BY
               MOVE SPACES            TO LO-FILLER
               WRITE LO-REC
               CLOSE LO-FILE
               DISPLAY "  Legal order recorded - order id: "
                   WS-NEXT-LO-SEQ
               ADD 1 TO WS-NEXT-LO-SEQ
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * PROCESSING RUN - ANSWERS EVERY PENDING ORDER ON LEGLORDR.   *
      *------------------------------------------------------------*
       6910-LO-PROCESS-RUN.
           DISPLAY " "
           DISPLAY "  --- LEGAL ORDER PROCESSING RUN ---"
           DISPLAY "  Processing..."
           MOVE 0 TO WS-LO-PROC-CNT
           MOVE 0 TO WS-LO-HOLD-CNT
           MOVE 0 TO WS-LO-SUSP-CNT
           MOVE 0 TO WS-LO-NOFUND-CNT
           MOVE 0 TO WS-LO-NOACCT-CNT
           MOVE 0 TO WS-LO-SEIZE-TOTAL

           OPEN INPUT LO-FILE
           IF WS-LO-FS NOT = "00"
               DISPLAY "  (no legal orders on file)"
               CLOSE LO-FILE
           ELSE
               OPEN OUTPUT LO-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ LO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF LO-PENDING
                               PERFORM 6915-LO-PROCESS-ONE
                           END-IF
                           MOVE LO-REC TO LOT-REC
                           WRITE LOT-REC
                   END-READ
               END-PERFORM
               CLOSE LO-FILE
               CLOSE LO-TEMP-FILE
               PERFORM 8690-SWAP-LO-FILE
               DISPLAY " "
               DISPLAY "  Orders answered:         " WS-LO-PROC-CNT
               DISPLAY "  Placed on legal hold:    " WS-LO-HOLD-CNT
               DISPLAY "  Moved to levy suspense:  " WS-LO-SUSP-CNT
               DISPLAY "  No seizable funds:       " WS-LO-NOFUND-CNT
               DISPLAY "  No deposit account:      " WS-LO-NOACCT-CNT
               MOVE WS-LO-SEIZE-TOTAL TO WS-FMT-AMT
               DISPLAY "  Total seized:  " WS-FMT-AMT
               IF WS-LO-PROC-CNT > 0
                   DISPLAY "  Answer letters written to NSFNOTIC.txt"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * ANSWER ONE ORDER. LOAN ACCOUNTS AND CLOSED, CHARGED-OFF OR  *
      * ESCHEATED ACCOUNTS HOLD NO SEIZABLE DEPOSIT. A BLANKET "GR" *
      * DEBIT RESTRICTION ON THE ACCOUNT IS LIFTED ONCE THE ORDER   *
      * IS ANSWERED - THE LEGAL HOLD (OR THE LEVY DEBIT) NOW        *
      * CARRIES THE SEIZURE AND THE PROTECTED BENEFITS MUST STAY    *
      * AVAILABLE TO THE CUSTOMER.                                  *
      *------------------------------------------------------------*
       6915-LO-PROCESS-ONE.
           MOVE 0 TO WS-LO-PROTECT-AMT
           MOVE 0 TO WS-LO-SEIZE-AMT
           MOVE 0 TO WS-LO-FEE-CHG
           MOVE SPACES TO WS-LO-OLD-RESTRICT
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           SET LO-ACCT-BAD TO TRUE
           PERFORM 6920-LO-CALC-PROTECTED

           OPEN I-O ACCOUNT-FILE
           MOVE LO-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                      OR ACCT-ESCHEAT
                      OR ACCT-IS-HEL1 OR ACCT-IS-MTG1
                      OR (ACCT-IS-COM1
                          AND ACCT-INT-RATE > 0)
                       CONTINUE
                   ELSE
                       SET LO-ACCT-OK TO TRUE
                       MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                       MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                       PERFORM 6925-LO-APPLY-ORDER
                       REWRITE ACCT-REC
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF LO-ACCT-BAD
               MOVE "X" TO LO-STATUS
               ADD 1 TO WS-LO-NOACCT-CNT
           ELSE
               MOVE WS-FOUND-CIF-ID TO LO-CIF-ID
               IF WS-LO-SEIZE-AMT = 0
                   MOVE "N" TO LO-STATUS
                   ADD 1 TO WS-LO-NOFUND-CNT
               ELSE
               IF LO-IS-GARNISH
                   MOVE LO-ACCT-NUM TO WS-SEARCH-ACCT
                   MOVE "L" TO WS-HOLD-INPUT-TYPE
                   MOVE WS-LO-SEIZE-AMT TO WS-INPUT-AMT
                   MOVE SPACES TO WS-HOLD-INPUT-REASON
                   STRING "GARNISHMENT " LO-CASE-NUM(1:18)
                       DELIMITED BY SIZE
                       INTO WS-HOLD-INPUT-REASON
                   END-STRING
                   MOVE 99991231 TO WS-HOLD-INPUT-EXP
                   MOVE WS-NEXT-HOLD-SEQ TO LO-HOLD-ID
                   PERFORM 4946-WRITE-HOLD-REC
                   MOVE "H" TO LO-STATUS
                   ADD 1 TO WS-LO-HOLD-CNT
               ELSE
                   PERFORM 6930-LO-LOG-LEVY
                   MOVE "S" TO LO-STATUS
                   ADD 1 TO WS-LO-SUSP-CNT
               END-IF
               END-IF
               IF WS-LO-FEE-CHG > 0
                   PERFORM 6932-LO-LOG-FEE
               END-IF
               IF WS-LO-OLD-RESTRICT NOT = SPACES
                   MOVE "A" TO WS-ML-KEY-TYPE
                   MOVE LO-ACCT-NUM TO WS-ML-KEY
                   MOVE "RESTRICT-CD" TO WS-ML-FIELD
                   MOVE WS-LO-OLD-RESTRICT TO WS-ML-OLD
                   MOVE SPACES TO WS-ML-NEW
                   PERFORM 7900-WRITE-MAINT-LOG
                   DISPLAY "  Blanket " WS-LO-OLD-RESTRICT
                       " restriction lifted on " LO-ACCT-NUM
               END-IF
           END-IF

           MOVE WS-LO-PROTECT-AMT TO LO-PROTECT-AMT
           MOVE WS-LO-SEIZE-AMT TO LO-SEIZED-AMT
           MOVE WS-LO-FEE-CHG TO LO-FEE-AMT
           MOVE WS-CURR-DATE TO LO-PROCESSED-DT
           MOVE WS-OPERATOR-ID TO LO-PROCESSED-BY
           ADD 1 TO WS-LO-PROC-CNT
           ADD WS-LO-SEIZE-AMT TO WS-LO-SEIZE-TOTAL
           PERFORM 6935-LO-WRITE-ANSWER
           DISPLAY "  Order " LO-ID "  Case " LO-CASE-NUM
               "  Status " LO-STATUS
           .

      *------------------------------------------------------------*
      * SUM THE POSTED, UNREVERSED ACH CREDITS TO THE ORDER'S       *
      * ACCOUNT THAT THE INTAKE MARKED AS FEDERAL BENEFITS          *
      * (TXN-REF-FED-BENEFIT), FROM THE SAME DAY WS-LO-LOOKBACK-MOS *
      * MONTHS BACK (PULLED TO MONTH-END WHEN THAT MONTH IS         *
      * SHORTER) THROUGH TODAY. PAYROLL AND OTHER ACH CREDITS ARE   *
      * NOT PROTECTED.                                              *
      *------------------------------------------------------------*
       6920-LO-CALC-PROTECTED.
           MOVE 0 TO WS-LO-BENEFIT-AMT
           MOVE WS-CURR-DATE TO WS-LO-LB-DATE
           IF WS-LO-LB-MONTH > WS-LO-LOOKBACK-MOS
               SUBTRACT WS-LO-LOOKBACK-MOS FROM WS-LO-LB-MONTH
           ELSE
               ADD 12 TO WS-LO-LB-MONTH
               SUBTRACT WS-LO-LOOKBACK-MOS FROM WS-LO-LB-MONTH
               SUBTRACT 1 FROM WS-LO-LB-YEAR
           END-IF
           MOVE WS-LO-LB-DATE TO WS-LO-FROM-DT
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-LO-FROM-DT) = 0
               SUBTRACT 1 FROM WS-LO-FROM-DT
           END-PERFORM

           MOVE WS-EOF TO WS-SAVE-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               CLOSE TRANSACTION-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-ACCT-NUM = LO-ACCT-NUM
                              AND TXN-CHAN-ACH
                              AND TXN-CREDIT
                              AND TXN-REF-FED-BENEFIT
                              AND TXN-POSTED
                              AND TXN-NOT-REVERSED
                              AND TXN-EFFDT >= WS-LO-FROM-DT
                              AND TXN-EFFDT <= WS-CURR-DATE
                               ADD TXN-AMT TO WS-LO-BENEFIT-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE WS-SAVE-EOF TO WS-EOF
           .

      *------------------------------------------------------------*
      * APPLY THE ORDER TO THE ACCOUNT RECORD IN THE BUFFER. THE    *
      * PROTECTED AMOUNT IS THE LESSER OF THE BENEFITS AND THE      *
      * LEDGER BALANCE; THE SEIZURE IS THE LESSER OF THE ORDER AND  *
      * AVAILABLE FUNDS ABOVE IT. A GARNISHMENT IS HELD (HOLD       *
      * BUCKET), A LEVY IS DEBITED TO SUSPENSE. THE FEE IS THE      *
      * PRODUCT'S PROD-LEGAL-FEE FROM PRODMSTR, ONLY CHARGED WHEN   *
      * THE UNPROTECTED FUNDS LEFT WILL COVER IT.                   *
      *------------------------------------------------------------*
       6925-LO-APPLY-ORDER.
           IF ACCT-LEDGER-BAL < WS-LO-BENEFIT-AMT
               MOVE ACCT-LEDGER-BAL TO WS-LO-PROTECT-AMT
           ELSE
               MOVE WS-LO-BENEFIT-AMT TO WS-LO-PROTECT-AMT
           END-IF
           IF WS-LO-PROTECT-AMT < 0
               MOVE 0 TO WS-LO-PROTECT-AMT
           END-IF
           COMPUTE WS-LO-SEIZABLE =
               ACCT-AVAIL-BAL - WS-LO-PROTECT-AMT
           IF WS-LO-SEIZABLE < 0
               MOVE 0 TO WS-LO-SEIZABLE
           END-IF
           IF WS-LO-SEIZABLE > LO-ORDER-AMT
               MOVE LO-ORDER-AMT TO WS-LO-SEIZE-AMT
           ELSE
               MOVE WS-LO-SEIZABLE TO WS-LO-SEIZE-AMT
           END-IF
           SUBTRACT WS-LO-SEIZE-AMT FROM WS-LO-SEIZABLE
           MOVE 0 TO WS-LO-PROD-FEE
           MOVE WS-FOUND-PROD TO WS-PROD-SRCH-CODE
           PERFORM 8700-FIND-PRODUCT
           IF PROD-OK-YES
               MOVE WS-PT-LEGAL-FEE(WS-PROD-IX) TO WS-LO-PROD-FEE
           END-IF
           IF WS-LO-PROD-FEE > 0
               IF WS-LO-SEIZABLE >= WS-LO-PROD-FEE
                   MOVE WS-LO-PROD-FEE TO WS-LO-FEE-CHG
               ELSE
                   DISPLAY "  Legal order fee waived - no unprotected "
                       "funds to cover it"
               END-IF
           END-IF

           IF LO-IS-GARNISH
               ADD WS-LO-SEIZE-AMT TO ACCT-HOLD-BAL
               SUBTRACT WS-LO-SEIZE-AMT FROM ACCT-AVAIL-BAL
           ELSE
               SUBTRACT WS-LO-SEIZE-AMT FROM ACCT-LEDGER-BAL
               SUBTRACT WS-LO-SEIZE-AMT FROM ACCT-AVAIL-BAL
           END-IF
           MOVE ACCT-LEDGER-BAL TO WS-LO-SEIZE-LEDGER
           SUBTRACT WS-LO-FEE-CHG FROM ACCT-LEDGER-BAL
           SUBTRACT WS-LO-FEE-CHG FROM ACCT-AVAIL-BAL
           MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
           IF ACCT-GARNISHMENT
               MOVE ACCT-RESTRICT-CD TO WS-LO-OLD-RESTRICT
               MOVE SPACES TO ACCT-RESTRICT-CD
           END-IF
           IF WS-LO-SEIZE-AMT > 0 OR WS-LO-FEE-CHG > 0
               MOVE WS-CURR-DATE TO ACCT-LAST-ACTIVITY-DT
           END-IF
           MOVE WS-CURR-DATE TO ACCT-MAINT-DT
           MOVE WS-OPERATOR-ID TO ACCT-MAINT-USER
           .

       6930-LO-LOG-LEVY.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE LO-ACCT-NUM       TO TXN-ACCT-NUM
           MOVE WS-FOUND-CIF-ID   TO TXN-CIF-ID
           MOVE WS-CURR-DATE      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE "ADR"             TO TXN-TYPE-CD
           MOVE "D"               TO TXN-DR-CR
           MOVE WS-LO-SEIZE-AMT   TO TXN-AMT
           MOVE WS-LO-SEIZE-LEDGER TO TXN-RUN-BAL
           MOVE "BAT"             TO TXN-CHANNEL
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "BATCHLGL"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE LO-CASE-NUM       TO TXN-REF-NUM
           MOVE SPACES            TO TXN-DESC
           STRING "TAX LEVY - " LO-CREDITOR(1:29)
               DELIMITED BY SIZE INTO TXN-DESC
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE WS-LO-SUSP-GL     TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "LEVY"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

       6932-LO-LOG-FEE.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE LO-ACCT-NUM       TO TXN-ACCT-NUM
           MOVE WS-FOUND-CIF-ID   TO TXN-CIF-ID
           MOVE WS-CURR-DATE      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE "SVC"             TO TXN-TYPE-CD
           MOVE "D"               TO TXN-DR-CR
           MOVE WS-LO-FEE-CHG     TO TXN-AMT
           MOVE WS-FOUND-LEDGER   TO TXN-RUN-BAL
           MOVE "BAT"             TO TXN-CHANNEL
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "BATCHLGL"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE LO-CASE-NUM       TO TXN-REF-NUM
           MOVE "LEGAL ORDER PROCESSING FEE"
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4003000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "LGLF"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

      *------------------------------------------------------------*
      * PRINT THE ANSWER LETTER FOR ONE ORDER TO THE NOTICE FILE.   *
      *------------------------------------------------------------*
       6935-LO-WRITE-ANSWER.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTC-FS NOT = "00"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE WS-RPT-SEP TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           IF LO-IS-GARNISH
               STRING "  FIRST NATIONAL BANK - GARNISHMENT ANSWER  "
                   "DATE: " WS-CURR-DATE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           ELSE
               STRING "  FIRST NATIONAL BANK - TAX LEVY ANSWER     "
                   "DATE: " WS-CURR-DATE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           END-IF
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  TO:      " LO-CREDITOR
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  CASE:    " LO-CASE-NUM
               "   ORDER ID: " LO-ID
               "   RECEIVED: " LO-RECEIVED-DT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  ACCOUNT: " LO-ACCT-NUM
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE LO-ORDER-AMT TO WS-FMT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "  AMOUNT OF ORDER:          " WS-FMT-AMT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE LO-PROTECT-AMT TO WS-FMT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "  PROTECTED BENEFIT AMOUNT: " WS-FMT-AMT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE LO-SEIZED-AMT TO WS-FMT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "  AMOUNT SEIZED:            " WS-FMT-AMT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE LO-FEE-AMT TO WS-FMT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "  PROCESSING FEE:           " WS-FMT-AMT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           EVALUATE TRUE
               WHEN LO-HELD
                   MOVE
             "  THE AMOUNT SEIZED HAS BEEN PLACED ON LEGAL HOLD"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE
             "  PENDING FURTHER ORDER OF THE COURT."
                       TO NOTICE-LINE
               WHEN LO-SUSPENSE
                   MOVE
             "  THE AMOUNT SEIZED HAS BEEN REMOVED FROM THE ACCOUNT"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE
             "  FOR REMITTANCE TO THE LEVYING AGENCY."
                       TO NOTICE-LINE
               WHEN LO-NO-FUNDS
                   MOVE
             "  NO FUNDS ARE AVAILABLE ABOVE THE PROTECTED AMOUNT."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE
             "  NOTHING HAS BEEN SEIZED UNDER THIS ORDER."
                       TO NOTICE-LINE
               WHEN OTHER
                   MOVE
             "  NO OPEN DEPOSIT ACCOUNT IS HELD UNDER THE ACCOUNT"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE
             "  NUMBER NAMED IN THIS ORDER."
                       TO NOTICE-LINE
           END-EVALUATE
           WRITE NOTICE-LINE
           IF LO-PROTECT-AMT > 0
               MOVE
             "  FEDERAL BENEFITS DIRECT-DEPOSITED IN THE LOOKBACK"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE
             "  PERIOD ARE PROTECTED AND REMAIN AVAILABLE TO THE"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE
             "  ACCOUNT HOLDER."
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE WS-RPT-SEP TO NOTICE-LINE
           WRITE NOTICE-LINE
           CLOSE NOTICE-FILE
           .

       6940-LO-LIST.
           DISPLAY " "
           DISPLAY "  --- LEGAL ORDERS FOR ACCOUNT ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT

           MOVE 0 TO WS-LO-LIST-CNT
           OPEN INPUT LO-FILE
           IF WS-LO-FS NOT = "00"
               DISPLAY "  (no legal orders on file)"
               CLOSE LO-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ LO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF LO-ACCT-NUM = WS-SEARCH-ACCT
                               ADD 1 TO WS-LO-LIST-CNT
                               MOVE LO-ORDER-AMT TO WS-FMT-AMT
                               DISPLAY "  Id: " LO-ID
                                   "  Type: " LO-ORDER-TYPE
                                   "  Stat: " LO-STATUS
                                   "  Order: " WS-FMT-AMT
                               MOVE LO-SEIZED-AMT TO WS-FMT-AMT
                               DISPLAY "      Case: " LO-CASE-NUM
                                   "  Seized: " WS-FMT-AMT
                               DISPLAY "      " LO-CREDITOR
                                   "  Rcvd: " LO-RECEIVED-DT
                                   "  Hold: " LO-HOLD-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LO-FILE
               IF WS-LO-LIST-CNT = 0
                   DISPLAY "  (no legal orders for this account)"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * END-OF-DAY JOB STREAM - RUNS THE NIGHTLY BATCHES IN ORDER:  *
      * SERVICE FEES, STANDING ORDERS AND OD SWEEPS, REG E DISPUTE  *
      * DEADLINES, OVERDRAWN ACCOUNT AGING AND CHARGE-OFF,          *
      * INTEREST, DORMANCY, KYC COMPLIANCE, CYCLE STATEMENTS, GL    *
      * TRIAL BALANCE, GL INTERFACE FILE, MASTER FILE DATA-QUALITY  *
      * AUDIT, RECON PROOF, BALANCE SNAPSHOT. EACH COMPLETED STEP   *
      * WRITES A RUN-CONTROL RECORD FOR THE KEYED BUSINESS DATE; A  *
      * STEP ALREADY COMPLETE FOR THAT DATE IS SKIPPED UNLESS THE   *
      * SUPERVISOR OVERRIDE IS KEYED AND APPROVED BY A SECOND       *
      * SUPERVISOR (8820), SO A SECOND PICK CANNOT DOUBLE-CHARGE    *
      * FEES OR DOUBLE-PAY INTEREST, AND AN ABENDED STREAM RESTARTS *
      * AT THE FIRST STEP WITH NO COMPLETE RECORD.                  *
      * A BUSINESS DATE THAT IS A WEEKEND DAY OR HOLIDAY ON THE     *
      * HOLIDAY CALENDAR IS REFUSED UNLESS A SUPERVISOR SIGNS OFF.  *
      *------------------------------------------------------------*
       7000-END-OF-DAY.
           DISPLAY " "
           DISPLAY "============================================="
           DISPLAY "       END-OF-DAY PROCESSING"
           DISPLAY "============================================="
           DISPLAY "  Business date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING
           ACCEPT WS-EOD-BUS-DT
           IF WS-EOD-BUS-DT = 0
               MOVE WS-CURR-DATE TO WS-EOD-BUS-DT
           END-IF
           DISPLAY "  Supervisor override - re-run completed"
           DISPLAY "  steps? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-EOD-OVERRIDE
           INSPECT WS-EOD-OVERRIDE CONVERTING "y" TO "Y"
           IF EOD-OVERRIDE-YES
               MOVE "EOD STEP RERUN" TO WS-SUPV-ACTION
               MOVE WS-EOD-BUS-DT TO WS-SUPV-SUBJECT
               PERFORM 8820-SUPV-APPROVE
               IF SUPV-OK-NO
                   DISPLAY "  *** Override refused - completed steps"
                       " will be skipped ***"
                   MOVE "N" TO WS-EOD-OVERRIDE
               END-IF
           END-IF

           SET SUPV-OK-YES TO TRUE
           MOVE WS-EOD-BUS-DT TO WS-BD-TEST-DT
           PERFORM 8755-CHECK-BUS-DAY
           IF BUS-DAY-NO
               DISPLAY "  *** " WS-EOD-BUS-DT
                   " IS NOT A BUSINESS DAY - " WS-BD-HOL-DESC
               DISPLAY "  Supervisor override required"
               MOVE "EOD NON-BUS-DAY RUN" TO WS-SUPV-ACTION
               MOVE WS-EOD-BUS-DT TO WS-SUPV-SUBJECT
               PERFORM 8820-SUPV-APPROVE
           END-IF
           IF SUPV-OK-YES
               PERFORM 7005-EOD-STEPS
           ELSE
               DISPLAY "  *** END-OF-DAY NOT RUN FOR "
                   WS-EOD-BUS-DT " ***"
           END-IF
           .

       7005-EOD-STEPS.
           MOVE 0 TO WS-EOD-STEPS-RUN
           MOVE 0 TO WS-EOD-STEPS-SKIP

           MOVE "FEES    " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 4400-BATCH-FEES
               MOVE WS-ACCT-CNT TO WS-EOD-RUN-CNT
               MOVE WS-FEE-TOTAL TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "STNDORD " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 7200-BATCH-STANDING-ORDERS
               COMPUTE WS-EOD-RUN-CNT =
                   WS-SO-POST-CNT + WS-SO-SWEEP-CNT
               MOVE WS-SO-POST-TOTAL TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "REGEDISP" TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               MOVE WS-EOD-BUS-DT TO WS-RE-RUN-DT
               PERFORM 7320-BATCH-REGE
               MOVE WS-RE-REVIEW-CNT TO WS-EOD-RUN-CNT
               MOVE WS-RE-CREDIT-TOTAL TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "ODAGING " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               MOVE WS-EOD-BUS-DT TO WS-ODA-RUN-DT
               PERFORM 7500-BATCH-OD-AGING
               MOVE WS-ODA-AGED-CNT TO WS-EOD-RUN-CNT
               MOVE WS-ODA-CHGOFF-TOTAL TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "INTEREST" TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 4600-BATCH-INTEREST
               MOVE WS-INT-ACCT-CNT TO WS-EOD-RUN-CNT
               MOVE WS-INT-TOTAL TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "DORMANCY" TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 4700-BATCH-DORMANCY
               COMPUTE WS-EOD-RUN-CNT =
                   WS-DORM-CNT + WS-ESCHEAT-CNT
               MOVE 0 TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "KYCCOMP " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 6800-BATCH-KYC-COMP
               COMPUTE WS-EOD-RUN-CNT =
                   WS-KYC-PEND-CNT + WS-KYC-REVW-CNT
               MOVE 0 TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "STMTALL " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               MOVE "ALL" TO WS-STMT-SEARCH-ACCT
               SET STMT-ALL-DUE-YES TO TRUE
               PERFORM 5405-STMT-RUN
               MOVE WS-STMT-LINE-CNT TO WS-EOD-RUN-CNT
               MOVE 0 TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "GLTRIAL " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               MOVE WS-EOD-BUS-DT TO WS-GL-FROM-DT
               MOVE WS-EOD-BUS-DT TO WS-GL-TO-DT
               PERFORM 5505-GL-TRIAL-RUN
               MOVE WS-GL-TBL-CNT TO WS-EOD-RUN-CNT
               MOVE WS-GL-TOT-DR TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "GLINTFC " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               MOVE WS-EOD-BUS-DT TO WS-GLI-BUS-DT
               PERFORM 7400-BATCH-GL-INTERFACE
               MOVE WS-GLI-DTL-CNT TO WS-EOD-RUN-CNT
               MOVE WS-GLI-TOT-DR TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           MOVE "DQAUDIT " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               MOVE WS-EOD-BUS-DT TO WS-DQ-RUN-DT
               PERFORM 7600-BATCH-DQ-AUDIT
               MOVE WS-DQ-EXC-CNT TO WS-EOD-RUN-CNT
               MOVE WS-DQ-DIFF-TOTAL TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
               PERFORM 7690-DQ-WRITE-SEV-CTL
           END-IF

           MOVE "RECON   " TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 7100-RECON-PROOF
               MOVE WS-RCN-EXC-CNT TO WS-EOD-RUN-CNT
               MOVE WS-RCN-NET-DIFF TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
               IF WS-RCN-EXC-CNT > 0
                   PERFORM 7130-FLAG-OUT-OF-PROOF
               END-IF
           END-IF

           MOVE "SNAPSHOT" TO WS-EOD-STEP
           PERFORM 7010-CHECK-STEP-DONE
           IF EOD-STEP-DONE-YES AND NOT EOD-OVERRIDE-YES
               PERFORM 7030-SKIP-STEP
           ELSE
               PERFORM 7040-MARK-STEP-START
               PERFORM 7140-WRITE-BAL-SNAPSHOT
               MOVE WS-RCN-SNAP-CNT TO WS-EOD-RUN-CNT
               MOVE 0 TO WS-EOD-RUN-TOTAL
               PERFORM 7020-WRITE-RUN-CTL
           END-IF

           DISPLAY " "
           DISPLAY "  END-OF-DAY STREAM COMPLETE"
           DISPLAY "  Business date:  " WS-EOD-BUS-DT
           DISPLAY "  Steps run:      " WS-EOD-STEPS-RUN
           DISPLAY "  Steps skipped:  " WS-EOD-STEPS-SKIP
           .

       7010-CHECK-STEP-DONE.
           SET EOD-STEP-DONE-NO TO TRUE
           OPEN INPUT RUNCTL-FILE
           IF WS-RC-FS NOT = "00"
               CLOSE RUNCTL-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ RUNCTL-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF RC-BUS-DT = WS-EOD-BUS-DT
                              AND RC-STEP-NAME = WS-EOD-STEP
                              AND RC-COMPLETE
                               SET EOD-STEP-DONE-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           .

       7020-WRITE-RUN-CTL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RC-FS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           INITIALIZE RC-REC
           MOVE "RC"              TO RC-REC-TYPE
           MOVE WS-EOD-BUS-DT     TO RC-BUS-DT
           MOVE WS-EOD-STEP       TO RC-STEP-NAME
           MOVE "C"               TO RC-STATUS
           MOVE WS-EOD-START-TIME TO RC-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT-DATA
           MOVE WS-CURR-TIME(1:6) TO RC-END-TIME
           MOVE WS-EOD-RUN-CNT    TO RC-COUNT
           MOVE WS-EOD-RUN-TOTAL  TO RC-TOTAL
           MOVE SPACES            TO RC-FILLER
           WRITE RC-REC
           CLOSE RUNCTL-FILE
           ADD 1 TO WS-EOD-STEPS-RUN
           .

       7030-SKIP-STEP.
           DISPLAY "  Step " WS-EOD-STEP
               " already complete for " WS-EOD-BUS-DT
               " - SKIPPED"
           ADD 1 TO WS-EOD-STEPS-SKIP
           .

       7040-MARK-STEP-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT-DATA
           MOVE WS-CURR-TIME(1:6) TO WS-EOD-START-TIME
           DISPLAY " "
           DISPLAY "  >> STEP " WS-EOD-STEP " STARTING"
           .

      *------------------------------------------------------------*
      * JOURNAL-TO-MASTER RECONCILIATION PROOF - LOADS THE BALSNAP  *
      * START-OF-DAY POSITION, SUMS THE POSTED JOURNAL MOVEMENT     *
      * SINCE THE SNAPSHOT DATE THROUGH THE BUSINESS DATE PER       *
      * ACCOUNT, AND COMPARES SNAPSHOT + CREDITS - DEBITS AGAINST   *
      * EACH DEPOSIT ACCOUNT'S LEDGER BALANCE. OUT-OF-BALANCE       *
      * ACCOUNTS GO TO RECONEXC.txt WITH THE DIFFERENCE. LOAN       *
      * ACCOUNTS ARE EXCLUDED (PAYMENTS SPLIT INTEREST FROM         *
      * PRINCIPAL, SO JOURNAL AMOUNTS DO NOT EQUAL LEDGER MOVES).   *
      * WITH NO SNAPSHOT ON FILE THE PROOF IS SKIPPED - THE         *
      * SNAPSHOT STEP THAT FOLLOWS CUTS THE FIRST ONE.              *
      *------------------------------------------------------------*
       7100-RECON-PROOF.
           DISPLAY " "
           DISPLAY "  --- JOURNAL-TO-MASTER RECON PROOF ---"
           MOVE 0 TO WS-RCN-TBL-CNT
           MOVE 0 TO WS-RCN-OVFL-CNT
           MOVE 0 TO WS-RCN-EXC-CNT
           MOVE 0 TO WS-RCN-ACCT-CNT
           MOVE 0 TO WS-RCN-NET-DIFF
           MOVE 0 TO WS-RCN-SNAP-DT

           OPEN OUTPUT RECEXC-FILE
           MOVE
             "  JOURNAL-TO-MASTER RECONCILIATION EXCEPTIONS"
               TO RCX-LINE
           WRITE RCX-LINE
           MOVE WS-RPT-SEP TO RCX-LINE
           WRITE RCX-LINE

           PERFORM 7110-RCN-LOAD-SNAPSHOT
           IF RCN-SNAP-NO
               MOVE
                 "  (NO START-OF-DAY SNAPSHOT - PROOF SKIPPED)"
                   TO RCX-LINE
               WRITE RCX-LINE
               DISPLAY "  No snapshot on file - proof skipped"
           ELSE
               PERFORM 7115-RCN-ACCUM-JRNL
               PERFORM 7125-RCN-COMPARE-MASTERS
               PERFORM 7128-RCN-ORPHAN-PASS
               IF WS-RCN-EXC-CNT = 0
                   MOVE "  (ALL ACCOUNTS IN PROOF)" TO RCX-LINE
                   WRITE RCX-LINE
               END-IF
               DISPLAY "  Accounts proofed:    " WS-RCN-ACCT-CNT
               DISPLAY "  Out-of-balance:      " WS-RCN-EXC-CNT
               IF WS-RCN-OVFL-CNT > 0
                   DISPLAY
                     "  *** RECON TABLE FULL - " WS-RCN-OVFL-CNT
                     " ITEM(S) NOT PROOFED ***"
               END-IF
           END-IF
           CLOSE RECEXC-FILE
           DISPLAY "  Exceptions written to RECONEXC.txt"
           .

       7110-RCN-LOAD-SNAPSHOT.
           SET RCN-SNAP-NO TO TRUE
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-FS NOT = "00"
               CLOSE SNAP-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ SNAP-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF SNAP-REC-VALID
                               SET RCN-SNAP-YES TO TRUE
                               MOVE SNAP-DT TO WS-RCN-SNAP-DT
                               MOVE SNAP-ACCT-NUM
                                   TO WS-RCN-SRCH-ACCT
                               PERFORM 7120-RCN-FIND-ENTRY
                               IF WS-RCN-FOUND-IX > 0
                                   MOVE SNAP-LEDGER-BAL
                                     TO WS-RC-SNAP-BAL(WS-RCN-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAP-FILE
           END-IF
           .

       7115-RCN-ACCUM-JRNL.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               CLOSE TRANSACTION-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-POSTED
                              AND NOT TXN-IS-RCV
                              AND TXN-POST-DT > WS-RCN-SNAP-DT
                              AND TXN-POST-DT <= WS-EOD-BUS-DT
                               MOVE TXN-ACCT-NUM
                                   TO WS-RCN-SRCH-ACCT
                               PERFORM 7120-RCN-FIND-ENTRY
                               IF WS-RCN-FOUND-IX > 0
                                   IF TXN-DEBIT
                                       ADD TXN-AMT TO
                                         WS-RC-DAY-DR(WS-RCN-IX)
                                   ELSE
                                       ADD TXN-AMT TO
                                         WS-RC-DAY-CR(WS-RCN-IX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           .

       7120-RCN-FIND-ENTRY.
           MOVE 0 TO WS-RCN-FOUND-IX
           SET WS-RCN-IX TO 1
           PERFORM UNTIL WS-RCN-IX > WS-RCN-TBL-CNT
               IF WS-RC-ACCT(WS-RCN-IX) = WS-RCN-SRCH-ACCT
                  AND WS-RCN-FOUND-IX = 0
                   MOVE WS-RCN-IX TO WS-RCN-FOUND-IX
               END-IF
               SET WS-RCN-IX UP BY 1
           END-PERFORM
           IF WS-RCN-FOUND-IX = 0
               IF WS-RCN-TBL-CNT >= WS-RCN-TBL-MAX
                   ADD 1 TO WS-RCN-OVFL-CNT
               ELSE
                   ADD 1 TO WS-RCN-TBL-CNT
                   MOVE WS-RCN-TBL-CNT TO WS-RCN-FOUND-IX
                   SET WS-RCN-IX TO WS-RCN-FOUND-IX
                   MOVE WS-RCN-SRCH-ACCT
                       TO WS-RC-ACCT(WS-RCN-IX)
                   MOVE 0 TO WS-RC-SNAP-BAL(WS-RCN-IX)
                   MOVE 0 TO WS-RC-DAY-DR(WS-RCN-IX)
                   MOVE 0 TO WS-RC-DAY-CR(WS-RCN-IX)
                   MOVE " " TO WS-RC-SEEN-SW(WS-RCN-IX)
               END-IF
           ELSE
               SET WS-RCN-IX TO WS-RCN-FOUND-IX
           END-IF
           .

       7125-RCN-COMPARE-MASTERS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               CLOSE ACCOUNT-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ACCOUNT-FILE NEXT
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           PERFORM 7126-RCN-PROOF-ONE-ACCT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF
           .

       7126-RCN-PROOF-ONE-ACCT.
           MOVE ACCT-NUM TO WS-RCN-SRCH-ACCT
           MOVE 0 TO WS-RCN-FOUND-IX
           SET WS-RCN-IX TO 1
           PERFORM UNTIL WS-RCN-IX > WS-RCN-TBL-CNT
               IF WS-RC-ACCT(WS-RCN-IX) = WS-RCN-SRCH-ACCT
                  AND WS-RCN-FOUND-IX = 0
                   MOVE WS-RCN-IX TO WS-RCN-FOUND-IX
               END-IF
               SET WS-RCN-IX UP BY 1
           END-PERFORM

           IF ACCT-IS-HEL1 OR ACCT-IS-MTG1
              OR (ACCT-IS-COM1 AND ACCT-INT-RATE > 0)
               IF WS-RCN-FOUND-IX > 0
                   SET WS-RCN-IX TO WS-RCN-FOUND-IX
                   MOVE "Y" TO WS-RC-SEEN-SW(WS-RCN-IX)
               END-IF
           ELSE
           IF WS-RCN-FOUND-IX = 0
               IF ACCT-LEDGER-BAL NOT = 0
                   ADD 1 TO WS-RCN-EXC-CNT
                   MOVE 0 TO WS-RCN-EXPECTED
                   MOVE ACCT-LEDGER-BAL TO WS-RCN-DIFF
                   ADD WS-RCN-DIFF TO WS-RCN-NET-DIFF
                   PERFORM 7127-RCN-WRITE-EXC
               END-IF
           ELSE
               SET WS-RCN-IX TO WS-RCN-FOUND-IX
               MOVE "Y" TO WS-RC-SEEN-SW(WS-RCN-IX)
               ADD 1 TO WS-RCN-ACCT-CNT
               COMPUTE WS-RCN-EXPECTED =
                   WS-RC-SNAP-BAL(WS-RCN-IX)
                   + WS-RC-DAY-CR(WS-RCN-IX)
                   - WS-RC-DAY-DR(WS-RCN-IX)
               COMPUTE WS-RCN-DIFF =
                   ACCT-LEDGER-BAL - WS-RCN-EXPECTED
               IF WS-RCN-DIFF NOT = 0
                   ADD 1 TO WS-RCN-EXC-CNT
                   ADD WS-RCN-DIFF TO WS-RCN-NET-DIFF
                   PERFORM 7127-RCN-WRITE-EXC
               END-IF
           END-IF
           END-IF
           .

       7127-RCN-WRITE-EXC.
           MOVE WS-RCN-EXPECTED TO WS-RCN-FMT-A
           MOVE ACCT-LEDGER-BAL TO WS-RCN-FMT-B
           MOVE WS-RCN-DIFF TO WS-RCN-FMT-C
           MOVE SPACES TO RCX-LINE
           STRING "  ACCT " WS-RCN-SRCH-ACCT
               "  EXPECTED " WS-RCN-FMT-A
               "  ACTUAL " WS-RCN-FMT-B
               "  DIFF " WS-RCN-FMT-C
               DELIMITED BY SIZE INTO RCX-LINE
           END-STRING
           WRITE RCX-LINE
           .

      *------------------------------------------------------------*
      * TABLE ENTRIES NEVER MATCHED TO A MASTER RECORD MEAN THE     *
      * JOURNAL OR SNAPSHOT CARRIES AN ACCOUNT THE MASTER NO        *
      * LONGER HAS - REPORTED AS EXCEPTIONS TOO.                    *
      *------------------------------------------------------------*
       7128-RCN-ORPHAN-PASS.
           MOVE 1 TO WS-RCN-IDX
           PERFORM UNTIL WS-RCN-IDX > WS-RCN-TBL-CNT
               IF WS-RC-SEEN-SW(WS-RCN-IDX) NOT = "Y"
                   ADD 1 TO WS-RCN-EXC-CNT
                   MOVE SPACES TO RCX-LINE
                   STRING "  ACCT " WS-RC-ACCT(WS-RCN-IDX)
                       "  ON JOURNAL/SNAPSHOT BUT NOT ON "
                       "ACCOUNT MASTER"
                       DELIMITED BY SIZE INTO RCX-LINE
                   END-STRING
                   WRITE RCX-LINE
               END-IF
               ADD 1 TO WS-RCN-IDX
           END-PERFORM
           .

      *------------------------------------------------------------*
      * WRITE THE OUT-OF-PROOF FLAG RECORD FOR THE BUSINESS DATE    *
      * TO RUNCTL. RC-STATUS "E" MARKS THE DATE AS OUT OF PROOF     *
      * WITH THE EXCEPTION COUNT AND NET DIFFERENCE.                *
      *------------------------------------------------------------*
       7130-FLAG-OUT-OF-PROOF.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RC-FS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           INITIALIZE RC-REC
           MOVE "RC"              TO RC-REC-TYPE
           MOVE WS-EOD-BUS-DT     TO RC-BUS-DT
           MOVE "OUTPROOF"        TO RC-STEP-NAME
           MOVE "E"               TO RC-STATUS
           MOVE WS-EOD-START-TIME TO RC-START-TIME
           MOVE WS-CURR-TIME(1:6) TO RC-END-TIME
           MOVE WS-RCN-EXC-CNT    TO RC-COUNT
           MOVE WS-RCN-NET-DIFF   TO RC-TOTAL
           MOVE SPACES            TO RC-FILLER
           WRITE RC-REC
           CLOSE RUNCTL-FILE
           DISPLAY "  *** BUSINESS DATE " WS-EOD-BUS-DT
               " FLAGGED OUT-OF-PROOF IN RUNCTL ***"
           .

      *------------------------------------------------------------*
      * CUT THE BALSNAP SNAPSHOT FROM THE CURRENT ACCOUNT MASTER    *
      * FOR THE NEXT STREAM'S PROOF.                                *
      *------------------------------------------------------------*
       7140-WRITE-BAL-SNAPSHOT.
           MOVE 0 TO WS-RCN-SNAP-CNT
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "  (no accounts on file)"
               CLOSE ACCOUNT-FILE
           ELSE
               OPEN OUTPUT SNAP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ACCOUNT-FILE NEXT
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           INITIALIZE SNAP-REC
                           MOVE "BS" TO SNAP-REC-TYPE
                           MOVE ACCT-NUM TO SNAP-ACCT-NUM
                           MOVE ACCT-LEDGER-BAL
                               TO SNAP-LEDGER-BAL
                           MOVE WS-EOD-BUS-DT TO SNAP-DT
                           MOVE SPACES TO SNAP-FILLER
                           WRITE SNAP-REC
                           ADD 1 TO WS-RCN-SNAP-CNT
                   END-READ
               END-PERFORM
               CLOSE SNAP-FILE
               CLOSE ACCOUNT-FILE
               DISPLAY "  Snapshot records written: "
                   WS-RCN-SNAP-CNT
           END-IF
           .

      *------------------------------------------------------------*
      * STANDING ORDERS AND OVERDRAFT-PROTECTION SWEEPS - FIRST     *
      * PASS POSTS EVERY ACTIVE STANDING ORDER DUE ON OR BEFORE THE *
      * BUSINESS DATE, SECOND PASS SWEEPS EACH LINKED DDA LEFT      *
      * BELOW ZERO. EVERY ITEM GOES THROUGH 4305-VALIDATE-XFR, SO   *
      * THE TELLER TRANSFER RESTRICTION AND FUNDS TESTS APPLY, AND  *
      * A REG-D SOURCE ALREADY AT ITS CYCLE LIMIT IS NOT DEBITED.   *
      * ITEMS THAT CANNOT POST ARE LISTED IN STNDEXC.txt.           *
      *------------------------------------------------------------*
       7200-BATCH-STANDING-ORDERS.
           DISPLAY " "
           DISPLAY "  --- STANDING ORDERS / OD PROTECTION SWEEPS ---"
           MOVE 0 TO WS-SO-DUE-CNT
           MOVE 0 TO WS-SO-POST-CNT
           MOVE 0 TO WS-SO-SWEEP-CNT
           MOVE 0 TO WS-SO-EXC-CNT
           MOVE 0 TO WS-SO-POST-TOTAL

           OPEN OUTPUT SOEXC-FILE
           MOVE SPACES TO SOX-LINE
           STRING "  STANDING ORDER / OD SWEEP EXCEPTIONS    "
               "BUSINESS DATE: " WS-EOD-BUS-DT
               DELIMITED BY SIZE INTO SOX-LINE
           END-STRING
           WRITE SOX-LINE
           MOVE WS-RPT-SEP TO SOX-LINE
           WRITE SOX-LINE

           OPEN INPUT SO-FILE
           IF WS-SO-FS NOT = "00"
               CLOSE SO-FILE
               DISPLAY "  (no standing orders on file)"
           ELSE
               CLOSE SO-FILE
               PERFORM 7205-SO-ORDER-PASS
               PERFORM 7206-SO-SWEEP-PASS
           END-IF

           IF WS-SO-EXC-CNT = 0
               MOVE "  (NO EXCEPTIONS)" TO SOX-LINE
               WRITE SOX-LINE
           END-IF
           CLOSE SOEXC-FILE
           DISPLAY "  Items due:               " WS-SO-DUE-CNT
           DISPLAY "  Standing orders posted:  " WS-SO-POST-CNT
           DISPLAY "  OD sweeps posted:        " WS-SO-SWEEP-CNT
           DISPLAY "  Exceptions:              " WS-SO-EXC-CNT
           MOVE WS-SO-POST-TOTAL TO WS-FMT-AMT
           DISPLAY "  Total moved:  " WS-FMT-AMT
           DISPLAY "  Exceptions written to STNDEXC.txt"
           .

       7205-SO-ORDER-PASS.
           OPEN INPUT SO-FILE
           OPEN OUTPUT SO-TEMP-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ SO-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       IF SO-ACTIVE AND SO-IS-STANDING
                           MOVE WS-EOF TO WS-SO-SAVE-EOF
                           PERFORM 7210-SO-RUN-ORDER
                           MOVE WS-SO-SAVE-EOF TO WS-EOF
                       END-IF
                       MOVE SO-REC TO SOT-REC
                       WRITE SOT-REC
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           CLOSE SO-TEMP-FILE
           PERFORM 8691-SWAP-SO-FILE
           .

       7206-SO-SWEEP-PASS.
           OPEN INPUT SO-FILE
           OPEN OUTPUT SO-TEMP-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ SO-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       IF SO-ACTIVE AND SO-IS-OD-SWEEP
                           MOVE WS-EOF TO WS-SO-SAVE-EOF
                           PERFORM 7240-SO-SWEEP-ONE
                           MOVE WS-SO-SAVE-EOF TO WS-EOF
                       END-IF
                       MOVE SO-REC TO SOT-REC
                       WRITE SOT-REC
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           CLOSE SO-TEMP-FILE
           PERFORM 8691-SWAP-SO-FILE
           .

      *------------------------------------------------------------*
      * POST ONE STANDING ORDER IF DUE. A FAILED ORDER KEEPS ITS    *
      * DATE AND IS RETRIED NEXT END OF DAY; AFTER WS-SO-MAX-FAILS  *
      * FAILURES RUNNING THE OCCURRENCE IS SKIPPED. AN ORDER PAST   *
      * ITS END DATE IS SET TO "E" (ENDED).                         *
      *------------------------------------------------------------*
       7210-SO-RUN-ORDER.
           IF SO-NEXT-RUN-DT <= WS-EOD-BUS-DT
               ADD 1 TO WS-SO-DUE-CNT
               MOVE SO-SRC-ACCT TO WS-SEARCH-ACCT
               MOVE SO-TGT-ACCT TO WS-XFER-TARGET
               MOVE SO-AMT TO WS-INPUT-AMT
               MOVE SO-AMT TO WS-SO-EXC-AMT
               PERFORM 7220-SO-VALIDATE-ITEM
               IF WS-SO-EXC-REASON = SPACES
                   PERFORM 7230-SO-POST-ITEM
                   ADD 1 TO WS-SO-POST-CNT
                   MOVE 0 TO SO-FAIL-CNT
                   MOVE WS-EOD-BUS-DT TO SO-LAST-RUN-DT
                   PERFORM 7215-SO-ADVANCE-DATE
               ELSE
                   PERFORM 7245-SO-WRITE-EXC
                   ADD 1 TO SO-FAIL-CNT
                   IF SO-FAIL-CNT >= WS-SO-MAX-FAILS
                       MOVE 0 TO SO-FAIL-CNT
                       PERFORM 7215-SO-ADVANCE-DATE
                       MOVE SPACES TO SOX-LINE
                       STRING "      OCCURRENCE SKIPPED AFTER "
                           WS-SO-MAX-FAILS " FAILURES - NEXT RUN "
                           SO-NEXT-RUN-DT
                           DELIMITED BY SIZE INTO SOX-LINE
                       END-STRING
                       WRITE SOX-LINE
                   END-IF
               END-IF
           END-IF
           IF SO-END-DT > 0 AND SO-NEXT-RUN-DT > SO-END-DT
               MOVE "E" TO SO-STATUS
               DISPLAY "  Standing order " SO-ID
                   " has reached its end date"
           END-IF
           .

      *------------------------------------------------------------*
      * STEP SO-NEXT-RUN-DT BY THE ORDER FREQUENCY UNTIL IT IS PAST *
      * THE BUSINESS DATE, SO A STREAM THAT MISSED DAYS POSTS ONE   *
      * CATCH-UP OCCURRENCE, NOT ONE PER MISSED DATE.               *
      *------------------------------------------------------------*
       7215-SO-ADVANCE-DATE.
           PERFORM UNTIL SO-NEXT-RUN-DT > WS-EOD-BUS-DT
               EVALUATE TRUE
                   WHEN SO-FREQ-WEEKLY
                       MOVE 7 TO WS-SO-DAYS
                       PERFORM 7216-SO-ADD-DAYS
                   WHEN SO-FREQ-BIWEEKLY
                       MOVE 14 TO WS-SO-DAYS
                       PERFORM 7216-SO-ADD-DAYS
                   WHEN SO-FREQ-MONTHLY
                       MOVE 1 TO WS-SO-MONTHS
                       PERFORM 7217-SO-ADD-MONTHS
                   WHEN SO-FREQ-QUARTERLY
                       MOVE 3 TO WS-SO-MONTHS
                       PERFORM 7217-SO-ADD-MONTHS
                   WHEN SO-FREQ-ANNUAL
                       MOVE 12 TO WS-SO-MONTHS
                       PERFORM 7217-SO-ADD-MONTHS
                   WHEN OTHER
                       MOVE 1 TO WS-SO-DAYS
                       PERFORM 7216-SO-ADD-DAYS
               END-EVALUATE
           END-PERFORM
           .

       7216-SO-ADD-DAYS.
           COMPUTE SO-NEXT-RUN-DT =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DT)
                   + WS-SO-DAYS)
           .

       7217-SO-ADD-MONTHS.
           MOVE SO-NEXT-RUN-DT TO WS-SO-NEXT-DATE
           ADD WS-SO-MONTHS TO WS-SO-NEXT-MONTH
           PERFORM UNTIL WS-SO-NEXT-MONTH <= 12
               SUBTRACT 12 FROM WS-SO-NEXT-MONTH
               ADD 1 TO WS-SO-NEXT-YEAR
           END-PERFORM
           MOVE SO-RUN-DAY TO WS-SO-NEXT-DAY
           MOVE WS-SO-NEXT-DATE TO WS-SO-WORK-DT
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-SO-WORK-DT) = 0
               SUBTRACT 1 FROM WS-SO-WORK-DT
           END-PERFORM
           MOVE WS-SO-WORK-DT TO SO-NEXT-RUN-DT
           .

      *------------------------------------------------------------*
      * VALIDATE ONE ITEM (WS-SEARCH-ACCT TO WS-XFER-TARGET FOR     *
      * WS-INPUT-AMT). BOTH ACCOUNTS MUST BE ACTIVE, A SAV1/MMA1    *
      * SOURCE MUST BE UNDER THE REG-D LIMIT, THEN THE TELLER       *
      * TRANSFER CHECKS RUN - WITH A LOAN TARGET ALLOWED, SINCE A   *
      * STANDING ORDER MAY PAY A LOAN FROM A DDA. WS-SO-EXC-REASON  *
      * COMES BACK SPACES WHEN THE ITEM MAY POST.                   *
      *------------------------------------------------------------*
       7220-SO-VALIDATE-ITEM.
           MOVE SPACES TO WS-SO-EXC-REASON
           PERFORM 7225-SO-LOOKUP-ACCTS
           IF WS-SO-SRC-STATUS = SPACES
               MOVE "SOURCE ACCOUNT NOT ON FILE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF WS-SO-TGT-STATUS = SPACES
               MOVE "TARGET ACCOUNT NOT ON FILE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF WS-SO-SRC-STATUS NOT = "AC"
               MOVE "SOURCE ACCOUNT NOT ACTIVE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF WS-SO-TGT-STATUS NOT = "AC"
               MOVE "TARGET ACCOUNT NOT ACTIVE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF (WS-SO-SRC-PROD = "SAV1" OR WS-SO-SRC-PROD = "MMA1")
              AND WS-SO-SRC-REGD-CTR >= WS-SO-REGD-LIMIT
               MOVE "REG-D WITHDRAWAL LIMIT REACHED ON SOURCE"
                   TO WS-SO-EXC-REASON
           ELSE
               SET XFER-LOAN-PMT-YES TO TRUE
               PERFORM 4305-VALIDATE-XFR
               SET XFER-LOAN-PMT-NO TO TRUE
               IF XFER-OK-NO
                   PERFORM 7228-SO-XFER-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

       7225-SO-LOOKUP-ACCTS.
           MOVE SPACES TO WS-SO-SRC-STATUS
           MOVE SPACES TO WS-SO-SRC-PROD
           MOVE "N" TO WS-SO-SRC-LOAN
           MOVE 0 TO WS-SO-SRC-REGD-CTR
           MOVE 0 TO WS-SO-SRC-AVAIL
           MOVE SPACES TO WS-SO-TGT-STATUS
           MOVE SPACES TO WS-SO-TGT-PROD
           MOVE SPACES TO WS-TGT-PROD
           MOVE 0 TO WS-SO-TGT-LEDGER
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-SO-SRC-STATUS
                   MOVE ACCT-PROD-CODE TO WS-SO-SRC-PROD
                   MOVE ACCT-REGD-CTR TO WS-SO-SRC-REGD-CTR
                   MOVE ACCT-AVAIL-BAL TO WS-SO-SRC-AVAIL
                   IF ACCT-IS-HEL1 OR ACCT-IS-MTG1
                      OR (ACCT-IS-COM1
                          AND ACCT-INT-RATE > 0)
                       MOVE "Y" TO WS-SO-SRC-LOAN
                   END-IF
           END-READ
           MOVE WS-XFER-TARGET TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-SO-TGT-STATUS
                   MOVE ACCT-PROD-CODE TO WS-SO-TGT-PROD
                   MOVE ACCT-PROD-CODE TO WS-TGT-PROD
                   MOVE ACCT-LEDGER-BAL TO WS-SO-TGT-LEDGER
           END-READ
           CLOSE ACCOUNT-FILE
           .

       7228-SO-XFER-REASON.
           IF FOUND-NO
               MOVE "SOURCE ACCOUNT NOT ON FILE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF VALID-NO
               MOVE "TARGET ACCOUNT NOT ON FILE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF SRC-DEBIT-BLOCKED
               MOVE "DEBITS BLOCKED - RESTRICTION ON SOURCE"
                   TO WS-SO-EXC-REASON
           ELSE
           IF SRC-IS-LOAN
               MOVE "SOURCE IS A LOAN ACCOUNT"
                   TO WS-SO-EXC-REASON
           ELSE
           IF TGT-CREDIT-BLOCKED
               MOVE "CREDITS BLOCKED - RESTRICTION ON TARGET"
                   TO WS-SO-EXC-REASON
           ELSE
               MOVE "INSUFFICIENT FUNDS IN SOURCE"
                   TO WS-SO-EXC-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * POST A VALIDATED ITEM THROUGH THE TELLER TRANSFER POSTING   *
      * AND JOURNAL PARAGRAPHS, REFERENCED TO THE STANDING ORDER.   *
      * A LOAN TARGET IS PAID THE WAY 6350-LOAN-PAYMENT PAYS IT -   *
      * OPEN BILL INTEREST FIRST, THE REST TO PRINCIPAL.            *
      *------------------------------------------------------------*
       7230-SO-POST-ITEM.
           MOVE SPACES TO WS-XFER-REF
           IF SO-IS-OD-SWEEP
               STRING "OD SWEEP " SO-ID
                   DELIMITED BY SIZE INTO WS-XFER-REF
               END-STRING
           ELSE
               STRING "STANDING " SO-ID
                   DELIMITED BY SIZE INTO WS-XFER-REF
               END-STRING
           END-IF
           PERFORM 4306-POST-XFR
           PERFORM 4310-LOG-XFR
           IF OD-FEE-YES
               PERFORM 4220-LOG-ODF
           END-IF
           IF TGT-IS-LOAN
               PERFORM 7235-SO-APPLY-LOAN-PMT
           END-IF
           MOVE SPACES TO WS-XFER-REF
           ADD WS-INPUT-AMT TO WS-SO-POST-TOTAL
           .

       7235-SO-APPLY-LOAN-PMT.
           MOVE WS-XFER-TARGET TO WS-SEARCH-ACCT
           PERFORM 6360-FIND-OPEN-BILL
           IF WS-LOAN-FOUND-BILL = 0
               MOVE 0 TO WS-LOAN-INT-PORTION
               MOVE WS-INPUT-AMT TO WS-LOAN-PRIN-PORTION
           ELSE
               IF WS-LOAN-INT-UNPAID > WS-INPUT-AMT
                   MOVE WS-INPUT-AMT TO WS-LOAN-INT-PORTION
               ELSE
                   MOVE WS-LOAN-INT-UNPAID TO WS-LOAN-INT-PORTION
               END-IF
               COMPUTE WS-LOAN-PRIN-PORTION =
                   WS-INPUT-AMT - WS-LOAN-INT-PORTION
               PERFORM 6365-APPLY-TO-BILL
           END-IF
           IF WS-LOAN-PRIN-PORTION > 0
               PERFORM 6370-REDUCE-PRINCIPAL
           END-IF
           MOVE SO-SRC-ACCT TO WS-SEARCH-ACCT
           .

      *------------------------------------------------------------*
      * OVERDRAFT-PROTECTION SWEEP FOR ONE LINK. A DDA LEDGER BELOW *
      * ZERO IS BROUGHT BACK TO ZERO FROM THE LINKED SAV1/MMA1, UP  *
      * TO THE LINK CAP. WHEN THE LINKED ACCOUNT HAS LESS THAN IS   *
      * NEEDED, WHAT IT HAS IS SWEPT AND THE SHORTFALL IS LISTED.   *
      *------------------------------------------------------------*
       7240-SO-SWEEP-ONE.
           MOVE SO-SRC-ACCT TO WS-SEARCH-ACCT
           MOVE SO-TGT-ACCT TO WS-XFER-TARGET
           PERFORM 7225-SO-LOOKUP-ACCTS
           IF WS-SO-TGT-STATUS = SPACES
               MOVE 0 TO WS-SO-EXC-AMT
               MOVE "PROTECTED DDA NOT ON FILE"
                   TO WS-SO-EXC-REASON
               PERFORM 7245-SO-WRITE-EXC
           ELSE
           IF WS-SO-TGT-LEDGER < 0
               ADD 1 TO WS-SO-DUE-CNT
               MOVE 0 TO WS-SO-SHORT-AMT
               COMPUTE WS-SO-SWEEP-AMT = 0 - WS-SO-TGT-LEDGER
               IF SO-AMT > 0 AND WS-SO-SWEEP-AMT > SO-AMT
                   MOVE SO-AMT TO WS-SO-SWEEP-AMT
               END-IF
               IF WS-SO-SRC-AVAIL > 0
                  AND WS-SO-SRC-AVAIL < WS-SO-SWEEP-AMT
                   COMPUTE WS-SO-SHORT-AMT =
                       WS-SO-SWEEP-AMT - WS-SO-SRC-AVAIL
                   MOVE WS-SO-SRC-AVAIL TO WS-SO-SWEEP-AMT
               END-IF
               MOVE WS-SO-SWEEP-AMT TO WS-INPUT-AMT
               MOVE WS-SO-SWEEP-AMT TO WS-SO-EXC-AMT
               PERFORM 7220-SO-VALIDATE-ITEM
               IF WS-SO-EXC-REASON = SPACES
                  AND WS-SO-SRC-AVAIL NOT > 0
                   MOVE "NO AVAILABLE FUNDS IN LINKED ACCOUNT"
                       TO WS-SO-EXC-REASON
               END-IF
               IF WS-SO-EXC-REASON = SPACES
                   PERFORM 7230-SO-POST-ITEM
                   ADD 1 TO WS-SO-SWEEP-CNT
                   MOVE WS-EOD-BUS-DT TO SO-LAST-RUN-DT
                   MOVE WS-EOD-BUS-DT TO SO-NEXT-RUN-DT
                   IF WS-SO-SHORT-AMT > 0
                       MOVE WS-SO-SHORT-AMT TO WS-SO-EXC-AMT
                       MOVE "PARTIAL SWEEP - DDA STILL OVERDRAWN BY"
                           TO WS-SO-EXC-REASON
                       PERFORM 7245-SO-WRITE-EXC
                   END-IF
               ELSE
                   PERFORM 7245-SO-WRITE-EXC
               END-IF
           END-IF
           END-IF
           .

       7245-SO-WRITE-EXC.
           ADD 1 TO WS-SO-EXC-CNT
           MOVE WS-SO-EXC-AMT TO WS-FMT-AMT
           MOVE SPACES TO SOX-LINE
           STRING "  " SO-ID " " SO-TYPE " "
               SO-SRC-ACCT " > " SO-TGT-ACCT
               " " WS-FMT-AMT " " WS-SO-EXC-REASON
               DELIMITED BY SIZE INTO SOX-LINE
           END-STRING
           WRITE SOX-LINE
           DISPLAY "  *** " SO-ID ": " WS-SO-EXC-REASON
           .

      *------------------------------------------------------------*
      * STANDING ORDER / OVERDRAFT-PROTECTION LINK MAINTENANCE      *
      *------------------------------------------------------------*
       7250-SO-MAINT.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "     STANDING ORDERS / OD PROTECTION"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Set Up Standing Order"
           DISPLAY "  2. Set Up Overdraft Protection Link"
           DISPLAY "  3. Cancel Standing Order/Link"
           DISPLAY "  4. List Standing Orders For Account"
           DISPLAY "  0. Return"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 7255-SO-ADD-ORDER
               WHEN 2 PERFORM 7260-SO-ADD-SWEEP
               WHEN 3 PERFORM 7270-SO-CANCEL
               WHEN 4 PERFORM 7280-SO-LIST
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

       7255-SO-ADD-ORDER.
           DISPLAY " "
           DISPLAY "  --- SET UP STANDING ORDER ---"
           DISPLAY "  Source account: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT
           DISPLAY "  Target account: " WITH NO ADVANCING
           ACCEPT WS-XFER-TARGET
           DISPLAY "  Amount: " WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           DISPLAY "  Frequency (W=Weekly B=Biweekly M=Monthly "
               "Q=Quarterly A=Annual): " WITH NO ADVANCING
           ACCEPT WS-SO-INPUT-FREQ
           INSPECT WS-SO-INPUT-FREQ CONVERTING "wbmqa" TO "WBMQA"
           DISPLAY "  First run date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SO-INPUT-DT
           DISPLAY "  End date (YYYYMMDD, 0 = none): "
               WITH NO ADVANCING
           ACCEPT WS-SO-INPUT-END
           DISPLAY "  Description: " WITH NO ADVANCING
           ACCEPT WS-SO-INPUT-DESC

           IF WS-INPUT-AMT <= 0
               DISPLAY "  *** Amount must be positive ***"
           ELSE
           IF WS-SO-INPUT-FREQ NOT = "W"
              AND WS-SO-INPUT-FREQ NOT = "B"
              AND WS-SO-INPUT-FREQ NOT = "M"
              AND WS-SO-INPUT-FREQ NOT = "Q"
              AND WS-SO-INPUT-FREQ NOT = "A"
               DISPLAY "  *** ERROR: Invalid frequency ***"
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SO-INPUT-DT) NOT = 0
              OR WS-SO-INPUT-DT < WS-CURR-DATE
               DISPLAY
                 "  *** ERROR: First run date must be a valid "
                 "date, today or later ***"
           ELSE
           IF WS-SO-INPUT-END NOT = 0
              AND WS-SO-INPUT-END < WS-SO-INPUT-DT
               DISPLAY
                 "  *** ERROR: End date is before first run "
                 "date ***"
           ELSE
           IF WS-SEARCH-ACCT = WS-XFER-TARGET
               DISPLAY
                 "  *** ERROR: Source and target must differ ***"
           ELSE
               PERFORM 7225-SO-LOOKUP-ACCTS
               IF WS-SO-SRC-STATUS = SPACES
                   DISPLAY "  *** SOURCE ACCOUNT NOT FOUND ***"
               ELSE
               IF WS-SO-TGT-STATUS = SPACES
                   DISPLAY "  *** TARGET ACCOUNT NOT FOUND ***"
               ELSE
               IF WS-SO-SRC-STATUS NOT = "AC"
                  OR WS-SO-TGT-STATUS NOT = "AC"
                   DISPLAY "  *** Account not active ***"
               ELSE
               IF SO-SRC-IS-LOAN
                   DISPLAY
                     "  *** SOURCE IS A LOAN ACCOUNT - STANDING "
                     "ORDERS NOT ALLOWED ***"
               ELSE
                   MOVE "T" TO WS-SO-INPUT-TYPE
                   PERFORM 7265-SO-WRITE-REC
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * LINK A SAV1/MMA1 ACCOUNT TO A DDA FOR OVERDRAFT PROTECTION. *
      * ONE ACTIVE LINK PER DDA. THE CAP IS THE MOST ONE NIGHT'S    *
      * SWEEP MAY MOVE (0 = SWEEP WHATEVER IS NEEDED).              *
      *------------------------------------------------------------*
       7260-SO-ADD-SWEEP.
           DISPLAY " "
           DISPLAY "  --- SET UP OVERDRAFT PROTECTION LINK ---"
           DISPLAY "  DDA account to protect: " WITH NO ADVANCING
           ACCEPT WS-XFER-TARGET
           DISPLAY "  Linked savings/money market account: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT
           DISPLAY "  Maximum per sweep (0 = no cap): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT

           IF WS-INPUT-AMT < 0
               DISPLAY "  *** Amount cannot be negative ***"
           ELSE
           IF WS-SEARCH-ACCT = WS-XFER-TARGET
               DISPLAY
                 "  *** ERROR: Accounts must differ ***"
           ELSE
               PERFORM 7225-SO-LOOKUP-ACCTS
               PERFORM 7262-SO-CHECK-DUP-LINK
               IF WS-SO-TGT-STATUS = SPACES
                   DISPLAY "  *** DDA ACCOUNT NOT FOUND ***"
               ELSE
               IF WS-SO-SRC-STATUS = SPACES
                   DISPLAY "  *** LINKED ACCOUNT NOT FOUND ***"
               ELSE
               IF WS-SO-SRC-STATUS NOT = "AC"
                  OR WS-SO-TGT-STATUS NOT = "AC"
                   DISPLAY "  *** Account not active ***"
               ELSE
               IF WS-SO-TGT-PROD NOT = "DDA1"
                  AND WS-SO-TGT-PROD NOT = "DDA2"
                   DISPLAY
                     "  *** PROTECTED ACCOUNT MUST BE A DDA ***"
               ELSE
               IF WS-SO-SRC-PROD NOT = "SAV1"
                  AND WS-SO-SRC-PROD NOT = "MMA1"
                   DISPLAY
                     "  *** LINKED ACCOUNT MUST BE SAV1 OR "
                     "MMA1 ***"
               ELSE
               IF SO-DUP-YES
                   DISPLAY
                     "  *** DDA ALREADY HAS AN ACTIVE "
                     "PROTECTION LINK ***"
               ELSE
                   MOVE "O" TO WS-SO-INPUT-TYPE
                   MOVE "D" TO WS-SO-INPUT-FREQ
                   MOVE WS-CURR-DATE TO WS-SO-INPUT-DT
                   MOVE 0 TO WS-SO-INPUT-END
                   MOVE "OD PROTECTION SWEEP" TO WS-SO-INPUT-DESC
                   PERFORM 7265-SO-WRITE-REC
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           .

       7262-SO-CHECK-DUP-LINK.
           SET SO-DUP-NO TO TRUE
           OPEN INPUT SO-FILE
           IF WS-SO-FS NOT = "00"
               CLOSE SO-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ SO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF SO-ACTIVE AND SO-IS-OD-SWEEP
                              AND SO-TGT-ACCT = WS-XFER-TARGET
                               SET SO-DUP-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SO-FILE
           END-IF
           .

       7265-SO-WRITE-REC.
           OPEN EXTEND SO-FILE
           IF WS-SO-FS NOT = "00"
               OPEN OUTPUT SO-FILE
           END-IF
           INITIALIZE SO-REC
           MOVE "SO"              TO SO-REC-TYPE
           MOVE WS-NEXT-SO-SEQ    TO SO-ID
           MOVE WS-SO-INPUT-TYPE  TO SO-TYPE
           MOVE WS-SEARCH-ACCT    TO SO-SRC-ACCT
           MOVE WS-XFER-TARGET    TO SO-TGT-ACCT
           MOVE WS-INPUT-AMT      TO SO-AMT
           MOVE WS-SO-INPUT-FREQ  TO SO-FREQ
           MOVE WS-SO-INPUT-DT(7:2) TO SO-RUN-DAY
           MOVE WS-SO-INPUT-DT    TO SO-NEXT-RUN-DT
           MOVE WS-SO-INPUT-END   TO SO-END-DT
           MOVE "A"               TO SO-STATUS
           MOVE 0                 TO SO-LAST-RUN-DT
           MOVE 0                 TO SO-FAIL-CNT
           MOVE WS-SO-INPUT-DESC  TO SO-DESC
           MOVE WS-CURR-DATE      TO SO-CREATED-DT
           MOVE WS-OPERATOR-ID    TO SO-CREATED-BY
           MOVE SPACES            TO SO-FILLER
           WRITE SO-REC
           CLOSE SO-FILE
           MOVE "A" TO WS-ML-KEY-TYPE
           MOVE WS-SEARCH-ACCT TO WS-ML-KEY
           MOVE SPACES TO WS-ML-FIELD
           STRING "STNDORDR " WS-NEXT-SO-SEQ
               DELIMITED BY SIZE INTO WS-ML-FIELD
           END-STRING
           MOVE SPACES TO WS-ML-OLD
           MOVE "A" TO WS-ML-NEW
           PERFORM 7900-WRITE-MAINT-LOG
           DISPLAY "  Standing order set up - id: " WS-NEXT-SO-SEQ
           ADD 1 TO WS-NEXT-SO-SEQ
           .

       7270-SO-CANCEL.
           DISPLAY " "
           DISPLAY "  --- CANCEL STANDING ORDER/LINK ---"
           DISPLAY "  Standing order id: " WITH NO ADVANCING
           ACCEPT WS-SO-INPUT-ID

           SET FOUND-NO TO TRUE
           SET VALID-NO TO TRUE
           OPEN INPUT SO-FILE
           IF WS-SO-FS NOT = "00"
               DISPLAY "  *** No standing orders on file ***"
               CLOSE SO-FILE
           ELSE
               OPEN OUTPUT SO-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ SO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF SO-ID = WS-SO-INPUT-ID
                               SET FOUND-YES TO TRUE
                               IF SO-ACTIVE
                                   SET VALID-YES TO TRUE
                                   MOVE "X" TO SO-STATUS
                                   MOVE "A" TO WS-ML-KEY-TYPE
                                   MOVE SO-SRC-ACCT TO WS-ML-KEY
                               ELSE
                                   DISPLAY
                                 "  *** STANDING ORDER NOT ACTIVE ***"
                               END-IF
                           END-IF
                           MOVE SO-REC TO SOT-REC
                           WRITE SOT-REC
                   END-READ
               END-PERFORM
               CLOSE SO-FILE
               CLOSE SO-TEMP-FILE

               IF FOUND-NO
                   DISPLAY "  *** STANDING ORDER NOT FOUND ***"
               ELSE
               IF VALID-YES
                   PERFORM 8691-SWAP-SO-FILE
                   MOVE SPACES TO WS-ML-FIELD
                   STRING "STNDORDR " WS-SO-INPUT-ID
                       DELIMITED BY SIZE INTO WS-ML-FIELD
                   END-STRING
                   MOVE "A" TO WS-ML-OLD
                   MOVE "X" TO WS-ML-NEW
                   PERFORM 7900-WRITE-MAINT-LOG
                   DISPLAY "  Standing order cancelled: "
                       WS-SO-INPUT-ID
               END-IF
               END-IF
           END-IF
           .

       7280-SO-LIST.
           DISPLAY " "
           DISPLAY "  --- STANDING ORDERS FOR ACCOUNT ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT

           MOVE 0 TO WS-SO-LIST-CNT
           OPEN INPUT SO-FILE
           IF WS-SO-FS NOT = "00"
               DISPLAY "  (no standing orders on file)"
               CLOSE SO-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ SO-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF SO-SRC-ACCT = WS-SEARCH-ACCT
                              OR SO-TGT-ACCT = WS-SEARCH-ACCT
                               ADD 1 TO WS-SO-LIST-CNT
                               MOVE SO-AMT TO WS-FMT-AMT
                               DISPLAY "  Id: " SO-ID
                                   "  Type: " SO-TYPE
                                   "  Freq: " SO-FREQ
                                   "  Stat: " SO-STATUS
                                   "  Amt: " WS-FMT-AMT
                               DISPLAY "      " SO-SRC-ACCT
                                   " > " SO-TGT-ACCT
                                   "  Next: " SO-NEXT-RUN-DT
                                   "  Last: " SO-LAST-RUN-DT
                               DISPLAY "      " SO-DESC
                                   "  End: " SO-END-DT
                                   "  Fails: " SO-FAIL-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SO-FILE
               IF WS-SO-LIST-CNT = 0
                   DISPLAY "  (no standing orders for this account)"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * REG E DISPUTE CASE MAINTENANCE                              *
      *------------------------------------------------------------*
       7300-REGE-MAINT.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "     REG E DISPUTE CASES"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Open Dispute Case"
           DISPLAY "  2. Resolve Dispute Case"
           DISPLAY "  3. List Dispute Cases For Account"
           DISPLAY "  4. Run Dispute Deadline Batch"
           DISPLAY "  0. Return"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 7305-RE-INTAKE
               WHEN 2 PERFORM 7310-RE-RESOLVE
               WHEN 3 PERFORM 7360-RE-LIST
               WHEN 4
                   MOVE WS-CURR-DATE TO WS-RE-RUN-DT
                   PERFORM 7320-BATCH-REGE
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

      *------------------------------------------------------------*
      * OPEN A CASE AGAINST A POSTED, UNREVERSED ELECTRONIC DEBIT   *
      * (ATM, ACH, ONLINE OR MOBILE). ONE CASE PER TRANSACTION.     *
      * THE PROVISIONAL-CREDIT DUE DATE IS COUNTED IN BUSINESS      *
      * DAYS FROM THE CLAIM DATE, THE RESOLUTION DUE DATE IN        *
      * CALENDAR DAYS; BOTH ARE EXTENDED FOR A NEW ACCOUNT.         *
      *------------------------------------------------------------*
       7305-RE-INTAKE.
           DISPLAY " "
           DISPLAY "  --- OPEN REG E DISPUTE CASE ---"
           DISPLAY "  Disputed transaction seq number: "
               WITH NO ADVANCING
           ACCEPT WS-SEARCH-TXN-SEQ
           DISPLAY "  Reason (UA=Unauthorized IA=Incorrect amount "
               "NR=Not received DP=Duplicate OT=Other): "
               WITH NO ADVANCING
           ACCEPT WS-RE-INPUT-REASON
           INSPECT WS-RE-INPUT-REASON
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "  Customer's description of the error: "
               WITH NO ADVANCING
           ACCEPT WS-RE-INPUT-TEXT
           DISPLAY "  Amount in dispute (0 = full amount): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           DISPLAY "  Date of claim (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING
           ACCEPT WS-RE-INPUT-DT
           IF WS-RE-INPUT-DT = 0
               MOVE WS-CURR-DATE TO WS-RE-INPUT-DT
           END-IF

           PERFORM 6032-FIND-TXN-BOTH

           IF WS-RE-INPUT-REASON NOT = "UA"
              AND WS-RE-INPUT-REASON NOT = "IA"
              AND WS-RE-INPUT-REASON NOT = "NR"
              AND WS-RE-INPUT-REASON NOT = "DP"
              AND WS-RE-INPUT-REASON NOT = "OT"
               DISPLAY "  *** ERROR: Invalid reason code ***"
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RE-INPUT-DT) NOT = 0
              OR WS-RE-INPUT-DT > WS-CURR-DATE
               DISPLAY
                 "  *** ERROR: Claim date must be a valid date, "
                 "today or earlier ***"
           ELSE
           IF FOUND-NO
               DISPLAY "  *** TRANSACTION NOT FOUND ***"
           ELSE
           IF NOT TXN-DEBIT
               DISPLAY "  *** ONLY A DEBIT MAY BE DISPUTED ***"
           ELSE
           IF NOT TXN-CHAN-ATM AND NOT TXN-CHAN-ACH
              AND NOT TXN-CHAN-ONLINE AND NOT TXN-CHAN-MOBILE
              AND NOT TXN-CHAN-POS
               DISPLAY
                 "  *** NOT AN ELECTRONIC TRANSFER - REG E DOES "
                 "NOT APPLY ***"
           ELSE
           IF NOT TXN-POSTED OR NOT TXN-NOT-REVERSED
               DISPLAY
                 "  *** TRANSACTION IS REVERSED OR NOT POSTED ***"
           ELSE
           IF WS-INPUT-AMT < 0 OR WS-INPUT-AMT > TXN-AMT
               DISPLAY
                 "  *** ERROR: Amount in dispute exceeds the "
                 "transaction ***"
           ELSE
           IF TXN-EFFDT > WS-RE-INPUT-DT
               DISPLAY
                 "  *** ERROR: Claim date is before the "
                 "transaction ***"
           ELSE
               IF WS-INPUT-AMT = 0
                   MOVE TXN-AMT TO WS-INPUT-AMT
               END-IF
               PERFORM 7308-RE-CHECK-DUP
               IF RE-DUP-YES
                   DISPLAY
                     "  *** A DISPUTE CASE ALREADY EXISTS FOR THIS "
                     "TRANSACTION ***"
               ELSE
                   PERFORM 7306-RE-WRITE-CASE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * BUILD AND APPEND THE NEW CASE FROM THE DISPUTED JOURNAL     *
      * ENTRY STILL IN TXN-REC. THE ACCOUNT AGE AT THE CLAIM DATE   *
      * SELECTS THE STANDARD OR NEW-ACCOUNT TIME LIMITS.            *
      *------------------------------------------------------------*
       7306-RE-WRITE-CASE.
           MOVE 0 TO WS-RE-ACCT-OPEN-DT
           OPEN INPUT ACCOUNT-FILE
           MOVE TXN-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-OPEN-DT TO WS-RE-ACCT-OPEN-DT
           END-READ
           CLOSE ACCOUNT-FILE

           INITIALIZE RE-REC
           MOVE "RE"              TO RE-REC-TYPE
           MOVE WS-NEXT-RE-SEQ    TO RE-CASE-ID
           MOVE TXN-SEQ-NUM       TO RE-TXN-SEQ
           MOVE TXN-ACCT-NUM      TO RE-ACCT-NUM
           MOVE TXN-CIF-ID        TO RE-CIF-ID
           MOVE TXN-CHANNEL       TO RE-TXN-CHANNEL
           MOVE TXN-EFFDT         TO RE-TXN-DT
           MOVE TXN-AMT           TO RE-TXN-AMT
           MOVE WS-RE-INPUT-DT    TO RE-CLAIM-DT
           MOVE WS-RE-INPUT-REASON TO RE-REASON-CD
           MOVE WS-RE-INPUT-TEXT  TO RE-REASON-TEXT
           MOVE WS-INPUT-AMT      TO RE-CLAIM-AMT
           MOVE "N"               TO RE-EXTENDED
           IF WS-RE-ACCT-OPEN-DT NOT = 0
               COMPUTE WS-RE-ACCT-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RE-INPUT-DT)
                 - FUNCTION INTEGER-OF-DATE(WS-RE-ACCT-OPEN-DT)
               IF WS-RE-ACCT-AGE < WS-RE-NEW-ACCT-DAYS
                   MOVE "Y" TO RE-EXTENDED
               END-IF
           END-IF

           MOVE WS-RE-INPUT-DT TO WS-BD-FROM-DT
           IF RE-IS-EXTENDED
               MOVE WS-RE-PROV-NEW-DAYS TO WS-BD-DAYS
               COMPUTE RE-RESOLVE-DUE-DT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RE-INPUT-DT)
                 + WS-RE-RESOLVE-EXT)
           ELSE
               MOVE WS-RE-PROV-DAYS TO WS-BD-DAYS
               COMPUTE RE-RESOLVE-DUE-DT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RE-INPUT-DT)
                 + WS-RE-RESOLVE-DAYS)
           END-IF
           PERFORM 8750-ADD-BUS-DAYS
           MOVE WS-BD-RESULT-DT   TO RE-PROV-DUE-DT
           MOVE "O"               TO RE-STATUS
           MOVE 0                 TO RE-PROV-CR-DT
           MOVE SPACES            TO RE-PROV-TXN-SEQ
           MOVE SPACE             TO RE-RESOLUTION
           MOVE 0                 TO RE-RESOLVED-DT
           MOVE SPACES            TO RE-RESOLVE-NOTE
           MOVE SPACES            TO RE-FINAL-TXN-SEQ
           MOVE WS-OPERATOR-ID    TO RE-OPENED-BY
           MOVE SPACES            TO RE-RESOLVED-BY
           MOVE SPACES            TO RE-FILLER

           OPEN EXTEND RE-FILE
           IF WS-RE-FS NOT = "00"
               OPEN OUTPUT RE-FILE
           END-IF
           WRITE RE-REC
           CLOSE RE-FILE

           MOVE "A" TO WS-ML-KEY-TYPE
           MOVE RE-ACCT-NUM TO WS-ML-KEY
           MOVE SPACES TO WS-ML-FIELD
           STRING "REGEDISP " RE-CASE-ID
               DELIMITED BY SIZE INTO WS-ML-FIELD
           END-STRING
           MOVE SPACES TO WS-ML-OLD
           MOVE SPACES TO WS-ML-NEW
           STRING "OPENED " RE-REASON-CD " TXN " RE-TXN-SEQ
               DELIMITED BY SIZE INTO WS-ML-NEW
           END-STRING
           PERFORM 7900-WRITE-MAINT-LOG

           MOVE RE-CLAIM-AMT TO WS-FMT-AMT
           DISPLAY "  Dispute case opened - case id: " WS-NEXT-RE-SEQ
           DISPLAY "  Account: " RE-ACCT-NUM
               "  Amount in dispute: " WS-FMT-AMT
           DISPLAY "  Provisional credit due: " RE-PROV-DUE-DT
               "  Resolution due: " RE-RESOLVE-DUE-DT
           IF RE-IS-EXTENDED
               DISPLAY "  (new account - extended time limits)"
           END-IF
           ADD 1 TO WS-NEXT-RE-SEQ
           .

      *------------------------------------------------------------*
      * SET RE-DUP-YES WHEN A CASE ALREADY EXISTS FOR THE           *
      * TRANSACTION IN WS-SEARCH-TXN-SEQ.                           *
      *------------------------------------------------------------*
       7308-RE-CHECK-DUP.
           SET RE-DUP-NO TO TRUE
           OPEN INPUT RE-FILE
           IF WS-RE-FS NOT = "00"
               CLOSE RE-FILE
           ELSE
               MOVE WS-EOF TO WS-RE-SAVE-EOF
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ RE-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF RE-TXN-SEQ = WS-SEARCH-TXN-SEQ
                               SET RE-DUP-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RE-FILE
               MOVE WS-RE-SAVE-EOF TO WS-EOF
           END-IF
           .

      *------------------------------------------------------------*
      * RECORD THE INVESTIGATION OUTCOME ON AN OPEN CASE. THE       *
      * MONEY MOVES (FINAL CREDIT, OR REVERSAL OF THE PROVISIONAL   *
      * CREDIT ON A DENIAL) ARE POSTED BY THE DISPUTE BATCH.        *
      *------------------------------------------------------------*
       7310-RE-RESOLVE.
           DISPLAY " "
           DISPLAY "  --- RESOLVE REG E DISPUTE CASE ---"
           DISPLAY "  Case id: " WITH NO ADVANCING
           ACCEPT WS-RE-INPUT-ID
           DISPLAY "  Decision (A=Error found, credit customer "
               "D=No error, deny claim): " WITH NO ADVANCING
           ACCEPT WS-RE-INPUT-DECISION
           INSPECT WS-RE-INPUT-DECISION CONVERTING "ad" TO "AD"
           DISPLAY "  Resolution note: " WITH NO ADVANCING
           ACCEPT WS-RE-INPUT-TEXT

           IF WS-RE-INPUT-DECISION NOT = "A"
              AND WS-RE-INPUT-DECISION NOT = "D"
               DISPLAY "  *** ERROR: Decision must be A or D ***"
           ELSE
               SET FOUND-NO TO TRUE
               SET VALID-NO TO TRUE
               OPEN INPUT RE-FILE
               IF WS-RE-FS NOT = "00"
                   DISPLAY "  *** No dispute cases on file ***"
                   CLOSE RE-FILE
               ELSE
                   OPEN OUTPUT RE-TEMP-FILE
                   SET EOF-NO TO TRUE
                   PERFORM UNTIL EOF-YES
                       READ RE-FILE
                           AT END SET EOF-YES TO TRUE
                           NOT AT END
                               IF RE-CASE-ID = WS-RE-INPUT-ID
                                   SET FOUND-YES TO TRUE
                                   PERFORM 7312-RE-APPLY-DECISION
                               END-IF
                               MOVE RE-REC TO RET-REC
                               WRITE RET-REC
                       END-READ
                   END-PERFORM
                   CLOSE RE-FILE
                   CLOSE RE-TEMP-FILE

                   IF FOUND-NO
                       DISPLAY "  *** DISPUTE CASE NOT FOUND ***"
                   ELSE
                   IF VALID-YES
                       PERFORM 8692-SWAP-RE-FILE
                       PERFORM 7900-WRITE-MAINT-LOG
                       DISPLAY "  Case " WS-RE-INPUT-ID
                           " resolved - postings made by the "
                           "dispute batch"
                   END-IF
                   END-IF
               END-IF
           END-IF
           .

       7312-RE-APPLY-DECISION.
           IF RE-OPEN OR RE-PROV-CREDITED
               SET VALID-YES TO TRUE
               MOVE RE-STATUS TO WS-RE-OLD-STATUS
               MOVE WS-RE-INPUT-DECISION TO RE-RESOLUTION
               MOVE WS-RE-INPUT-DECISION TO RE-STATUS
               MOVE WS-CURR-DATE TO RE-RESOLVED-DT
               MOVE WS-RE-INPUT-TEXT TO RE-RESOLVE-NOTE
               MOVE WS-OPERATOR-ID TO RE-RESOLVED-BY
               MOVE "A" TO WS-ML-KEY-TYPE
               MOVE RE-ACCT-NUM TO WS-ML-KEY
               MOVE SPACES TO WS-ML-FIELD
               STRING "REGEDISP " RE-CASE-ID
                   DELIMITED BY SIZE INTO WS-ML-FIELD
               END-STRING
               MOVE WS-RE-OLD-STATUS TO WS-ML-OLD
               MOVE SPACES TO WS-ML-NEW
               STRING RE-STATUS " " RE-RESOLVE-NOTE(1:28)
                   DELIMITED BY SIZE INTO WS-ML-NEW
               END-STRING
           ELSE
               DISPLAY "  *** CASE IS ALREADY RESOLVED ***"
           END-IF
           .

      *------------------------------------------------------------*
      * DAILY DISPUTE BATCH, RUN AS OF WS-RE-RUN-DT:                *
      *   OPEN CASE AT ITS PROVISIONAL-CREDIT DUE DATE - POST THE   *
      *     PROVISIONAL CREDIT AND SEND THE CUSTOMER NOTICE.        *
      *   ACCEPTED CASE - POST THE FINAL CREDIT IF NO PROVISIONAL   *
      *     CREDIT WAS GIVEN, NOTIFY AND CLOSE.                     *
      *   DENIED CASE - REVERSE ANY PROVISIONAL CREDIT, NOTIFY AND  *
      *     CLOSE.                                                  *
      * EVERY JOURNAL ENTRY CARRIES "REGE CASE NNNNNNNN" IN THE     *
      * REFERENCE. CASES STILL OPEN ARE LISTED ON REGEDLN WHEN A    *
      * DEADLINE IS NEAR OR PASSED.                                 *
      *------------------------------------------------------------*
       7320-BATCH-REGE.
           DISPLAY " "
           DISPLAY "  Running Reg E dispute batch as of "
               WS-RE-RUN-DT "..."
           MOVE 0 TO WS-RE-REVIEW-CNT
           MOVE 0 TO WS-RE-PROV-CNT
           MOVE 0 TO WS-RE-FINAL-CNT
           MOVE 0 TO WS-RE-REV-CNT
           MOVE 0 TO WS-RE-CLOSE-CNT
           MOVE 0 TO WS-RE-FLAG-CNT
           MOVE 0 TO WS-RE-CREDIT-TOTAL

           OPEN OUTPUT RERPT-FILE
           MOVE SPACES TO RER-LINE
           STRING "FIRST NATIONAL BANK - REG E DISPUTE DEADLINES  "
               "AS OF: " WS-RE-RUN-DT
               DELIMITED BY SIZE INTO RER-LINE
           END-STRING
           WRITE RER-LINE
           MOVE WS-RPT-SEP TO RER-LINE
           WRITE RER-LINE
           MOVE
             "  CASE     ACCOUNT          TXN SEQ      AMOUNT"
               TO RER-LINE
           WRITE RER-LINE

           OPEN INPUT RE-FILE
           IF WS-RE-FS NOT = "00"
               DISPLAY "  (no dispute cases on file)"
               CLOSE RE-FILE
           ELSE
               OPEN OUTPUT RE-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ RE-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF NOT RE-CLOSED
                               ADD 1 TO WS-RE-REVIEW-CNT
                               MOVE WS-EOF TO WS-RE-SAVE-EOF
                               PERFORM 7325-RE-PROCESS-ONE
                               MOVE WS-RE-SAVE-EOF TO WS-EOF
                           END-IF
                           MOVE RE-REC TO RET-REC
                           WRITE RET-REC
                   END-READ
               END-PERFORM
               CLOSE RE-FILE
               CLOSE RE-TEMP-FILE
               PERFORM 8692-SWAP-RE-FILE
           END-IF

           MOVE WS-RPT-SEP TO RER-LINE
           WRITE RER-LINE
           MOVE SPACES TO RER-LINE
           STRING "  CASES FLAGGED: " WS-RE-FLAG-CNT
               "   PROVISIONAL CREDITS: " WS-RE-PROV-CNT
               "   FINAL CREDITS: " WS-RE-FINAL-CNT
               "   REVERSALS: " WS-RE-REV-CNT
               DELIMITED BY SIZE INTO RER-LINE
           END-STRING
           WRITE RER-LINE
           CLOSE RERPT-FILE

           MOVE WS-RE-CREDIT-TOTAL TO WS-FMT-AMT
           DISPLAY "  Cases reviewed:      " WS-RE-REVIEW-CNT
           DISPLAY "  Provisional credits: " WS-RE-PROV-CNT
           DISPLAY "  Final credits:       " WS-RE-FINAL-CNT
           DISPLAY "  Credits reversed:    " WS-RE-REV-CNT
           DISPLAY "  Cases closed:        " WS-RE-CLOSE-CNT
           DISPLAY "  Deadline flags:      " WS-RE-FLAG-CNT
           DISPLAY "  Total credited:      " WS-FMT-AMT
           DISPLAY "  Deadline report written to REGEDLN.txt"
           .

       7325-RE-PROCESS-ONE.
           EVALUATE TRUE
               WHEN RE-OPEN
                   IF WS-RE-RUN-DT >= RE-PROV-DUE-DT
                       SET RE-POST-PROV TO TRUE
                       PERFORM 7330-RE-POST-CREDIT
                       IF RE-POST-OK-YES
                           MOVE "P" TO RE-STATUS
                           MOVE WS-RE-RUN-DT TO RE-PROV-CR-DT
                           MOVE WS-GEN-TXN-SEQ TO RE-PROV-TXN-SEQ
                           ADD 1 TO WS-RE-PROV-CNT
                           MOVE "P" TO WS-RE-NOTICE-TYPE
                           PERFORM 7350-RE-WRITE-NOTICE
                       END-IF
                   END-IF
                   PERFORM 7340-RE-CHECK-DEADLINES
               WHEN RE-PROV-CREDITED
                   PERFORM 7340-RE-CHECK-DEADLINES
               WHEN RE-ACCEPTED
                   IF RE-PROV-TXN-SEQ = SPACES
                       SET RE-POST-FINAL TO TRUE
                       PERFORM 7330-RE-POST-CREDIT
                       IF RE-POST-OK-YES
                           MOVE WS-GEN-TXN-SEQ TO RE-FINAL-TXN-SEQ
                           MOVE "C" TO RE-STATUS
                           ADD 1 TO WS-RE-FINAL-CNT
                       END-IF
                   ELSE
                       MOVE "C" TO RE-STATUS
                   END-IF
                   IF RE-CLOSED
                       ADD 1 TO WS-RE-CLOSE-CNT
                       MOVE "A" TO WS-RE-NOTICE-TYPE
                       PERFORM 7350-RE-WRITE-NOTICE
                   END-IF
               WHEN RE-DENIED
                   IF RE-PROV-TXN-SEQ NOT = SPACES
                       PERFORM 7332-RE-POST-REVERSAL
                       IF RE-POST-OK-YES
                           MOVE WS-GEN-TXN-SEQ TO RE-FINAL-TXN-SEQ
                           MOVE "C" TO RE-STATUS
                           ADD 1 TO WS-RE-REV-CNT
                       END-IF
                   ELSE
                       MOVE "C" TO RE-STATUS
                   END-IF
                   IF RE-CLOSED
                       ADD 1 TO WS-RE-CLOSE-CNT
                       MOVE "D" TO WS-RE-NOTICE-TYPE
                       PERFORM 7350-RE-WRITE-NOTICE
                   END-IF
           END-EVALUATE
           .

      *------------------------------------------------------------*
      * CREDIT THE CLAIM AMOUNT TO THE ACCOUNT (PROVISIONAL OR      *
      * FINAL PER WS-RE-POST-TYPE) AGAINST THE DISPUTE CLEARING GL. *
      * A CLOSED OR MISSING ACCOUNT CANNOT TAKE THE CREDIT - THE    *
      * CASE IS FLAGGED FOR AN OFFICIAL-CHECK SETTLEMENT INSTEAD.   *
      *------------------------------------------------------------*
       7330-RE-POST-CREDIT.
           SET RE-POST-OK-NO TO TRUE
           MOVE SPACES TO WS-RE-ACCT-STATUS
           OPEN I-O ACCOUNT-FILE
           MOVE RE-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-RE-ACCT-STATUS
                   IF NOT ACCT-CLOSED AND NOT ACCT-ESCHEAT
                      AND NOT ACCT-CHARGED-OFF
                       SET RE-POST-OK-YES TO TRUE
                       ADD RE-CLAIM-AMT TO ACCT-LEDGER-BAL
                       ADD RE-CLAIM-AMT TO ACCT-AVAIL-BAL
                       MOVE WS-CURR-DATE TO ACCT-LAST-ACTIVITY-DT
                       MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
                       MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                       MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                       REWRITE ACCT-REC
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF RE-POST-OK-YES
               MOVE "ACR" TO WS-RE-LOG-TYPE
               MOVE "C" TO WS-RE-LOG-DRCR
               IF RE-POST-PROV
                   MOVE "REG E PROVISIONAL CREDIT"
                       TO WS-RE-LOG-DESC
               ELSE
                   MOVE "REG E ERROR CLAIM CREDIT"
                       TO WS-RE-LOG-DESC
               END-IF
               MOVE WS-RE-CLEAR-GL TO WS-RE-LOG-GL-DR
               MOVE "2001000100" TO WS-RE-LOG-GL-CR
               MOVE " " TO WS-RE-LOG-REV-FLAG
               MOVE SPACES TO WS-RE-LOG-ORIG-SEQ
               PERFORM 7335-RE-LOG-TXN
               ADD RE-CLAIM-AMT TO WS-RE-CREDIT-TOTAL
           ELSE
               IF RE-ACCT-CHGOFF
                   MOVE "CHARGED OFF - SETTLE BY OFFICIAL CHECK"
                       TO WS-RE-FLAG-TEXT
               ELSE
                   MOVE "ACCT CLOSED - SETTLE BY OFFICIAL CHECK"
                       TO WS-RE-FLAG-TEXT
               END-IF
               PERFORM 7345-RE-WRITE-FLAG
           END-IF
           .

      *------------------------------------------------------------*
      * DENIED CLAIM - MARK THE PROVISIONAL CREDIT REVERSED IN THE  *
      * JOURNAL AND DEBIT IT BACK WITH A REVERSAL ENTRY POINTING    *
      * AT THE ORIGINAL CREDIT AND THE CASE.                        *
      *------------------------------------------------------------*
       7332-RE-POST-REVERSAL.
           SET RE-POST-OK-NO TO TRUE
           MOVE SPACES TO WS-RE-ACCT-STATUS
           OPEN I-O ACCOUNT-FILE
           MOVE RE-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-RE-ACCT-STATUS
                   IF NOT ACCT-CLOSED AND NOT ACCT-ESCHEAT
                      AND NOT ACCT-CHARGED-OFF
                       SET RE-POST-OK-YES TO TRUE
                       SUBTRACT RE-CLAIM-AMT FROM ACCT-LEDGER-BAL
                       SUBTRACT RE-CLAIM-AMT FROM ACCT-AVAIL-BAL
                       MOVE WS-CURR-DATE TO ACCT-LAST-ACTIVITY-DT
                       MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
                       MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                       MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                       REWRITE ACCT-REC
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF RE-POST-OK-YES
               PERFORM 7338-RE-FLAG-PROV-TXN
               MOVE "ADR" TO WS-RE-LOG-TYPE
               MOVE "D" TO WS-RE-LOG-DRCR
               MOVE "REG E PROV CREDIT REVERSED - DENIED"
                   TO WS-RE-LOG-DESC
               MOVE "2001000100" TO WS-RE-LOG-GL-DR
               MOVE WS-RE-CLEAR-GL TO WS-RE-LOG-GL-CR
               MOVE "R" TO WS-RE-LOG-REV-FLAG
               MOVE RE-PROV-TXN-SEQ TO WS-RE-LOG-ORIG-SEQ
               PERFORM 7335-RE-LOG-TXN
           ELSE
               IF RE-ACCT-CHGOFF
                   MOVE "CHARGED OFF - RECOVER PROV CR MANUALLY"
                       TO WS-RE-FLAG-TEXT
               ELSE
                   MOVE "ACCT CLOSED - RECOVER PROV CR MANUALLY"
                       TO WS-RE-FLAG-TEXT
               END-IF
               PERFORM 7345-RE-WRITE-FLAG
           END-IF
           .

       7335-RE-LOG-TXN.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE RE-ACCT-NUM       TO TXN-ACCT-NUM
           MOVE WS-FOUND-CIF-ID   TO TXN-CIF-ID
           MOVE WS-CURR-DATE      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE WS-RE-LOG-TYPE    TO TXN-TYPE-CD
           MOVE WS-RE-LOG-DRCR    TO TXN-DR-CR
           MOVE RE-CLAIM-AMT      TO TXN-AMT
           MOVE WS-FOUND-LEDGER   TO TXN-RUN-BAL
           MOVE "BAT"             TO TXN-CHANNEL
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "BATCHREG"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE SPACES            TO TXN-REF-NUM
           STRING "REGE CASE " RE-CASE-ID
               DELIMITED BY SIZE INTO TXN-REF-NUM
           END-STRING
           MOVE WS-RE-LOG-DESC    TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE WS-RE-LOG-GL-DR   TO WS-PR-GL-DR
           MOVE WS-RE-LOG-GL-CR   TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "REGE"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE WS-RE-LOG-REV-FLAG TO TXN-REV-FLAG
           MOVE WS-RE-LOG-ORIG-SEQ TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

      *------------------------------------------------------------*
      * MARK THE PROVISIONAL CREDIT "V" (HAS REVERSAL) IN THE LIVE  *
      * JOURNAL SO IT CANNOT BE REVERSED A SECOND TIME. AN ENTRY    *
      * ALREADY PURGED TO HISTORY IS LEFT AS IT IS.                 *
      *------------------------------------------------------------*
       7338-RE-FLAG-PROV-TXN.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               CLOSE TRANSACTION-FILE
           ELSE
               OPEN OUTPUT TXN-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-SEQ-NUM = RE-PROV-TXN-SEQ
                              AND TXN-NOT-REVERSED
                               SET TXN-HAS-REVERSAL TO TRUE
                           END-IF
                           MOVE TXN-REC TO TTMP-REC
                           WRITE TTMP-REC
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               CLOSE TXN-TEMP-FILE
               PERFORM 8200-SWAP-TXN-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * FLAG AN OPEN CASE WHOSE PROVISIONAL CREDIT IS DUE WITHIN    *
      * WS-RE-WARN-BUS-DAYS BUSINESS DAYS (OR OVERDUE), AND ANY     *
      * UNRESOLVED CASE WITHIN WS-RE-WARN-CAL-DAYS OF ITS           *
      * RESOLUTION DUE DATE (OR PAST IT).                           *
      *------------------------------------------------------------*
       7340-RE-CHECK-DEADLINES.
           IF RE-OPEN
               MOVE WS-RE-RUN-DT TO WS-BD-FROM-DT
               MOVE WS-RE-WARN-BUS-DAYS TO WS-BD-DAYS
               PERFORM 8750-ADD-BUS-DAYS
               IF RE-PROV-DUE-DT < WS-RE-RUN-DT
                   MOVE SPACES TO WS-RE-FLAG-TEXT
                   STRING "PROV CREDIT OVERDUE - DUE " RE-PROV-DUE-DT
                       DELIMITED BY SIZE INTO WS-RE-FLAG-TEXT
                   END-STRING
                   PERFORM 7345-RE-WRITE-FLAG
               ELSE
               IF RE-PROV-DUE-DT <= WS-BD-RESULT-DT
                   MOVE SPACES TO WS-RE-FLAG-TEXT
                   STRING "PROV CREDIT DUE " RE-PROV-DUE-DT
                       DELIMITED BY SIZE INTO WS-RE-FLAG-TEXT
                   END-STRING
                   PERFORM 7345-RE-WRITE-FLAG
               END-IF
               END-IF
           END-IF

           IF RE-RESOLVE-DUE-DT < WS-RE-RUN-DT
               MOVE SPACES TO WS-RE-FLAG-TEXT
               STRING "RESOLUTION OVERDUE - DUE " RE-RESOLVE-DUE-DT
                   DELIMITED BY SIZE INTO WS-RE-FLAG-TEXT
               END-STRING
               PERFORM 7345-RE-WRITE-FLAG
           ELSE
               COMPUTE WS-RE-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(RE-RESOLVE-DUE-DT)
                 - FUNCTION INTEGER-OF-DATE(WS-RE-RUN-DT)
               IF WS-RE-DAYS-LEFT <= WS-RE-WARN-CAL-DAYS
                   MOVE WS-RE-DAYS-LEFT TO WS-RE-DAYS-DISP
                   MOVE SPACES TO WS-RE-FLAG-TEXT
                   STRING "RESOLUTION DUE " RE-RESOLVE-DUE-DT
                       " -" WS-RE-DAYS-DISP " DAYS"
                       DELIMITED BY SIZE INTO WS-RE-FLAG-TEXT
                   END-STRING
                   PERFORM 7345-RE-WRITE-FLAG
               END-IF
           END-IF
           .

       7345-RE-WRITE-FLAG.
           ADD 1 TO WS-RE-FLAG-CNT
           MOVE RE-CLAIM-AMT TO WS-FMT-AMT
           MOVE SPACES TO RER-LINE
           STRING "  " RE-CASE-ID " " RE-ACCT-NUM
               " " RE-TXN-SEQ " " WS-FMT-AMT
               " " WS-RE-FLAG-TEXT
               DELIMITED BY SIZE INTO RER-LINE
           END-STRING
           WRITE RER-LINE
           DISPLAY "  *** CASE " RE-CASE-ID ": " WS-RE-FLAG-TEXT
           .

      *------------------------------------------------------------*
      * CUSTOMER NOTICE FOR A PROVISIONAL CREDIT ("P") OR THE       *
      * RESULT OF THE INVESTIGATION ("A" ACCEPTED, "D" DENIED).     *
      *------------------------------------------------------------*
       7350-RE-WRITE-NOTICE.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTC-FS NOT = "00"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE WS-RPT-SEP TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  FIRST NATIONAL BANK - ELECTRONIC TRANSFER "
               "ERROR CLAIM   DATE: " WS-CURR-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  ACCOUNT: " RE-ACCT-NUM
               "   CLAIM NO: " RE-CASE-ID
               "   TRANSACTION DATE: " RE-TXN-DT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE RE-CLAIM-AMT TO WS-FMT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "  AMOUNT:  " WS-FMT-AMT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           EVALUATE WS-RE-NOTICE-TYPE
               WHEN "P"
                   MOVE
             "  WHILE WE INVESTIGATE YOUR CLAIM WE HAVE PROVISIONALLY"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE
             "  CREDITED THIS AMOUNT TO YOUR ACCOUNT. IT IS AVAILABLE"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE SPACES TO NOTICE-LINE
                   STRING "  NOW. WE WILL COMPLETE OUR INVESTIGATION "
                       "BY " RE-RESOLVE-DUE-DT "."
                       DELIMITED BY SIZE INTO NOTICE-LINE
                   END-STRING
               WHEN "A"
                   MOVE
             "  WE HAVE FOUND THAT THE ERROR OCCURRED AS YOU DESCRIBED."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE
             "  THE CREDIT TO YOUR ACCOUNT FOR THIS AMOUNT IS FINAL."
                       TO NOTICE-LINE
               WHEN OTHER
                   MOVE
             "  AFTER INVESTIGATION WE FOUND THAT NO ERROR OCCURRED."
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   IF RE-PROV-TXN-SEQ NOT = SPACES
                       MOVE
             "  THE PROVISIONAL CREDIT OF THIS AMOUNT IS REVERSED."
                           TO NOTICE-LINE
                       WRITE NOTICE-LINE
                   END-IF
                   MOVE
             "  YOU MAY REQUEST COPIES OF THE DOCUMENTS WE RELIED ON."
                       TO NOTICE-LINE
           END-EVALUATE
           WRITE NOTICE-LINE
           MOVE WS-RPT-SEP TO NOTICE-LINE
           WRITE NOTICE-LINE
           CLOSE NOTICE-FILE
           .

       7360-RE-LIST.
           DISPLAY " "
           DISPLAY "  --- REG E DISPUTE CASES FOR ACCOUNT ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT

           MOVE 0 TO WS-RE-LIST-CNT
           OPEN INPUT RE-FILE
           IF WS-RE-FS NOT = "00"
               DISPLAY "  (no dispute cases on file)"
               CLOSE RE-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ RE-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF RE-ACCT-NUM = WS-SEARCH-ACCT
                               ADD 1 TO WS-RE-LIST-CNT
                               MOVE RE-CLAIM-AMT TO WS-FMT-AMT
                               DISPLAY "  Case: " RE-CASE-ID
                                   "  Txn: " RE-TXN-SEQ
                                   "  Rsn: " RE-REASON-CD
                                   "  Stat: " RE-STATUS
                                   "  Amt: " WS-FMT-AMT
                               DISPLAY "      Claim: " RE-CLAIM-DT
                                   "  Prov due: " RE-PROV-DUE-DT
                                   "  Resolve due: " RE-RESOLVE-DUE-DT
                                   "  Ext: " RE-EXTENDED
                               DISPLAY "      " RE-REASON-TEXT
                                   "  Prov cr: " RE-PROV-CR-DT
                                   "  Resolved: " RE-RESOLVED-DT
                                   " " RE-RESOLUTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RE-FILE
               IF WS-RE-LIST-CNT = 0
                   DISPLAY "  (no dispute cases for this account)"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * DAILY GL INTERFACE - SUMMARIZES THE BUSINESS DATE'S POSTED  *
      * JOURNAL BY GL ACCOUNT AND THE POSTING ACCOUNT'S COST CENTER *
      * INTO GLINTFC.DAT FOR THE CORPORATE GENERAL LEDGER. EACH     *
      * ENTRY IS TAKEN AT BOTH ITS DEBIT AND CREDIT GL, SO THE      *
      * FILE BALANCES; THE TRAILER CARRIES THE DETAIL COUNT, BOTH   *
      * CONTROL TOTALS AND A BALANCED FLAG. A GL NOT ACTIVE ON THE  *
      * CHART IS REDIRECTED TO SUSPENSE AND LISTED ON GLINTEXC.TXT. *
      *------------------------------------------------------------*
       7400-BATCH-GL-INTERFACE.
           DISPLAY " "
           DISPLAY "  --- DAILY GL INTERFACE ---"
           MOVE 0 TO WS-GLI-TBL-CNT
           MOVE 0 TO WS-GLI-TXN-CNT
           MOVE 0 TO WS-GLI-DTL-CNT
           MOVE 0 TO WS-GLI-EXC-CNT
           MOVE 0 TO WS-GLI-OVFL-CNT
           MOVE 0 TO WS-GLI-TOT-DR
           MOVE 0 TO WS-GLI-TOT-CR
           MOVE SPACES TO WS-GLI-LAST-ACCT
           MOVE WS-GLI-DFLT-CC TO WS-GLI-CC

           OPEN OUTPUT GLX-FILE
           MOVE SPACES TO GLX-LINE
           STRING "  GL INTERFACE EXCEPTIONS - BUSINESS DATE "
               WS-GLI-BUS-DT
               DELIMITED BY SIZE INTO GLX-LINE
           END-STRING
           WRITE GLX-LINE
           MOVE WS-RPT-SEP TO GLX-LINE
           WRITE GLX-LINE
           IF WS-GLC-TBL-CNT = 0
               MOVE
                 "  (NO GL CHART LOADED - ACCOUNTS NOT VALIDATED)"
                   TO GLX-LINE
               WRITE GLX-LINE
           END-IF

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               DISPLAY "  (no transactions on file)"
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ TRANSACTION-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF TXN-EFFDT = WS-GLI-BUS-DT
                              AND TXN-POSTED
                               PERFORM 7405-GLI-ACCUM-TXN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE

           PERFORM 7430-GLI-WRITE-FILE

           IF WS-GLI-EXC-CNT = 0
               MOVE "  (NO EXCEPTIONS)" TO GLX-LINE
               WRITE GLX-LINE
           END-IF
           CLOSE GLX-FILE

           DISPLAY "  Journal entries:      " WS-GLI-TXN-CNT
           DISPLAY "  Interface details:    " WS-GLI-DTL-CNT
           MOVE WS-GLI-TOT-DR TO WS-FMT-AMT
           DISPLAY "  Total debits:         " WS-FMT-AMT
           MOVE WS-GLI-TOT-CR TO WS-FMT-AMT
           DISPLAY "  Total credits:        " WS-FMT-AMT
           DISPLAY "  GLs to suspense:      " WS-GLI-EXC-CNT
           IF WS-GLI-TOT-DR NOT = WS-GLI-TOT-CR
               DISPLAY "  *** GL INTERFACE OUT OF BALANCE ***"
           END-IF
           IF WS-GLI-OVFL-CNT > 0
               DISPLAY
                 "  *** GL INTERFACE TABLE FULL - " WS-GLI-OVFL-CNT
                 " POSTING(S) NOT SUMMARIZED ***"
           END-IF
           DISPLAY "  Interface written to GLINTFC.dat"
           .

       7405-GLI-ACCUM-TXN.
           ADD 1 TO WS-GLI-TXN-CNT
           IF TXN-ACCT-NUM NOT = WS-GLI-LAST-ACCT
               PERFORM 7420-GLI-GET-COST-CTR
           END-IF
           MOVE TXN-GL-DR-ACCT TO WS-GLI-SRCH-GL
           MOVE "D" TO WS-GLI-SIDE
           PERFORM 7410-GLI-POST-SIDE
           MOVE TXN-GL-CR-ACCT TO WS-GLI-SRCH-GL
           MOVE "C" TO WS-GLI-SIDE
           PERFORM 7410-GLI-POST-SIDE
           .

       7410-GLI-POST-SIDE.
           IF WS-GLC-TBL-CNT > 0
               MOVE WS-GLI-SRCH-GL TO WS-GLC-SRCH-ACCT
               PERFORM 8765-CHECK-GL-CHART
               IF GLC-OK-NO
                   PERFORM 7425-GLI-WRITE-EXC
                   MOVE WS-GLI-SUSP-GL TO WS-GLI-SRCH-GL
               END-IF
           END-IF
           MOVE WS-GLI-CC TO WS-GLI-SRCH-CC
           PERFORM 7415-GLI-FIND-ENTRY
           IF NOT GLI-TABLE-FULL
               IF WS-GLI-SIDE = "D"
                   ADD TXN-AMT TO WS-GLI-DR-TOT(WS-GLI-IX)
                   ADD TXN-AMT TO WS-GLI-TOT-DR
               ELSE
                   ADD TXN-AMT TO WS-GLI-CR-TOT(WS-GLI-IX)
                   ADD TXN-AMT TO WS-GLI-TOT-CR
               END-IF
               ADD 1 TO WS-GLI-ITEM-CNT(WS-GLI-IX)
           END-IF
           .

       7415-GLI-FIND-ENTRY.
           MOVE 0 TO WS-GLI-FOUND-IX
           MOVE "N" TO WS-GLI-OVFL-SW
           SET WS-GLI-IX TO 1
           PERFORM UNTIL WS-GLI-IX > WS-GLI-TBL-CNT
               IF WS-GLI-GL-ACCT(WS-GLI-IX) = WS-GLI-SRCH-GL
                  AND WS-GLI-COST-CTR(WS-GLI-IX) = WS-GLI-SRCH-CC
                  AND WS-GLI-FOUND-IX = 0
                   MOVE WS-GLI-IX TO WS-GLI-FOUND-IX
               END-IF
               SET WS-GLI-IX UP BY 1
           END-PERFORM
           IF WS-GLI-FOUND-IX = 0
               IF WS-GLI-TBL-CNT >= WS-GLI-TBL-MAX
                   SET GLI-TABLE-FULL TO TRUE
                   ADD 1 TO WS-GLI-OVFL-CNT
               ELSE
                   ADD 1 TO WS-GLI-TBL-CNT
                   MOVE WS-GLI-TBL-CNT TO WS-GLI-FOUND-IX
                   SET WS-GLI-IX TO WS-GLI-FOUND-IX
                   MOVE WS-GLI-SRCH-GL TO WS-GLI-GL-ACCT(WS-GLI-IX)
                   MOVE WS-GLI-SRCH-CC TO WS-GLI-COST-CTR(WS-GLI-IX)
                   MOVE 0 TO WS-GLI-DR-TOT(WS-GLI-IX)
                   MOVE 0 TO WS-GLI-CR-TOT(WS-GLI-IX)
                   MOVE 0 TO WS-GLI-ITEM-CNT(WS-GLI-IX)
               END-IF
           ELSE
               SET WS-GLI-IX TO WS-GLI-FOUND-IX
           END-IF
           .

      *------------------------------------------------------------*
      * COST CENTER OF THE POSTING ACCOUNT. A JOURNAL ACCOUNT NOT   *
      * ON THE MASTER (OR WITH NO COST CENTER) GOES TO THE DEFAULT. *
      *------------------------------------------------------------*
       7420-GLI-GET-COST-CTR.
           MOVE TXN-ACCT-NUM TO WS-GLI-LAST-ACCT
           MOVE WS-GLI-DFLT-CC TO WS-GLI-CC
           MOVE TXN-ACCT-NUM TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-COST-CENTER NOT = SPACES
                       MOVE ACCT-COST-CENTER TO WS-GLI-CC
                   END-IF
           END-READ
           .

       7425-GLI-WRITE-EXC.
           ADD 1 TO WS-GLI-EXC-CNT
           MOVE TXN-AMT TO WS-FMT-AMT
           MOVE SPACES TO GLX-LINE
           STRING "  SEQ " TXN-SEQ-NUM
               "  ACCT " TXN-ACCT-NUM
               "  " WS-GLI-SIDE
               " GL " WS-GLI-SRCH-GL
               " NOT ACTIVE ON CHART - TO " WS-GLI-SUSP-GL
               "  " WS-FMT-AMT
               DELIMITED BY SIZE INTO GLX-LINE
           END-STRING
           WRITE GLX-LINE
           .

       7430-GLI-WRITE-FILE.
           OPEN OUTPUT GLI-FILE
           INITIALIZE GLI-HDR-REC
           MOVE "H"                TO GLI-H-REC-TYPE
           MOVE WS-GLI-SOURCE      TO GLI-H-SOURCE
           MOVE WS-GLI-BUS-DT      TO GLI-H-BUS-DT
           MOVE WS-CURR-DATE       TO GLI-H-CREATE-DT
           MOVE WS-CURR-TIME(1:6)  TO GLI-H-CREATE-TIME
           MOVE SPACES             TO GLI-H-FILLER
           WRITE GLI-HDR-REC

           MOVE 1 TO WS-GLI-IDX
           PERFORM UNTIL WS-GLI-IDX > WS-GLI-TBL-CNT
               INITIALIZE GLI-DTL-REC
               MOVE "D"            TO GLI-D-REC-TYPE
               MOVE WS-GLI-GL-ACCT(WS-GLI-IDX)  TO GLI-D-GL-ACCT
               MOVE WS-GLI-COST-CTR(WS-GLI-IDX) TO GLI-D-COST-CENTER
               MOVE WS-GLI-DR-TOT(WS-GLI-IDX)   TO GLI-D-DR-AMT
               MOVE WS-GLI-CR-TOT(WS-GLI-IDX)   TO GLI-D-CR-AMT
               MOVE WS-GLI-ITEM-CNT(WS-GLI-IDX) TO GLI-D-ITEM-CNT
               MOVE SPACES         TO GLI-D-FILLER
               WRITE GLI-DTL-REC
               ADD 1 TO WS-GLI-DTL-CNT
               ADD 1 TO WS-GLI-IDX
           END-PERFORM

           INITIALIZE GLI-TRL-REC
           MOVE "T"                TO GLI-T-REC-TYPE
           MOVE WS-GLI-DTL-CNT     TO GLI-T-DTL-CNT
           MOVE WS-GLI-TOT-DR      TO GLI-T-DR-TOTAL
           MOVE WS-GLI-TOT-CR      TO GLI-T-CR-TOTAL
           IF WS-GLI-TOT-DR = WS-GLI-TOT-CR
               MOVE "B"            TO GLI-T-BALANCED
           ELSE
               MOVE "U"            TO GLI-T-BALANCED
           END-IF
           MOVE SPACES             TO GLI-T-FILLER
           WRITE GLI-TRL-REC
           CLOSE GLI-FILE
           .

      *------------------------------------------------------------*
      * OVERDRAWN ACCOUNT AGING BATCH - WALKS EVERY OPEN DEPOSIT    *
      * ACCOUNT (DDA1/DDA2/SAV1/MMA1, AND COM1 CARRYING NO LOAN     *
      * RATE). A NEGATIVE LEDGER BALANCE STARTS THE OVERDRAWN CLOCK *
      * IN ACCT-OD-SINCE-DT AND A BALANCE BACK AT ZERO OR BETTER    *
      * STOPS IT, SO THE AGE IS CONSECUTIVE DAYS OVERDRAWN AS OF    *
      * WS-ODA-RUN-DT. AT 30 AND 45 DAYS A CUSTOMER NOTICE GOES TO  *
      * NSFNOTIC.TXT (ACCT-OD-NOTICE-LVL KEEPS EACH TO ONE SENDING) *
      * AND AT 60 DAYS THE NEGATIVE BALANCE IS CHARGED OFF TO THE   *
      * LOSS GL WITH A CHO JOURNAL ENTRY AND THE ACCOUNT IS SET TO  *
      * STATUS CO, WHICH BLOCKS ALL FURTHER ACCOUNT ACTIVITY.       *
      *------------------------------------------------------------*
       7500-BATCH-OD-AGING.
           DISPLAY " "
           DISPLAY "  --- OVERDRAWN ACCOUNT AGING BATCH ---"
           DISPLAY "  Processing..."
           MOVE 0 TO WS-ODA-AGED-CNT
           MOVE 0 TO WS-ODA-NEW-CNT
           MOVE 0 TO WS-ODA-CURED-CNT
           MOVE 0 TO WS-ODA-NOTICE-CNT
           MOVE 0 TO WS-ODA-CHGOFF-CNT
           MOVE 0 TO WS-ODA-CHGOFF-TOTAL

           PERFORM 8010-BACKUP-ACCT-FILE
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "  (no accounts on file)"
               CLOSE ACCOUNT-FILE
           ELSE
               OPEN EXTEND TRANSACTION-FILE
               IF WS-TXN-FS NOT = "00"
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ACCOUNT-FILE NEXT
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF NOT ACCT-CLOSED
                              AND NOT ACCT-CHARGED-OFF
                              AND NOT ACCT-ESCHEAT
                               IF ACCT-IS-DDA1 OR ACCT-IS-DDA2
                                  OR ACCT-IS-SAV1 OR ACCT-IS-MMA1
                                  OR (ACCT-IS-COM1
                                      AND ACCT-INT-RATE = 0)
                                   PERFORM 7505-ODA-AGE-ONE-ACCT
                                   REWRITE ACCT-REC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               DISPLAY "  Overdrawn accounts aged:  " WS-ODA-AGED-CNT
               DISPLAY "  Newly overdrawn:          " WS-ODA-NEW-CNT
               DISPLAY "  Brought current:          " WS-ODA-CURED-CNT
               DISPLAY "  Customer notices sent:    " WS-ODA-NOTICE-CNT
               DISPLAY "  Accounts charged off:     " WS-ODA-CHGOFF-CNT
               MOVE WS-ODA-CHGOFF-TOTAL TO WS-FMT-AMT
               DISPLAY "  Total charged off:  " WS-FMT-AMT
               IF WS-ODA-NOTICE-CNT > 0
                   DISPLAY "  Notices written to NSFNOTIC.txt"
               END-IF
           END-IF
           .

       7505-ODA-AGE-ONE-ACCT.
           IF ACCT-OD-SINCE-DT NOT NUMERIC
               MOVE 0 TO ACCT-OD-SINCE-DT
           END-IF
           IF ACCT-OD-NOTICE-LVL NOT NUMERIC
               MOVE 0 TO ACCT-OD-NOTICE-LVL
           END-IF

           IF ACCT-LEDGER-BAL < 0
               IF ACCT-OD-SINCE-DT = 0
                   MOVE WS-ODA-RUN-DT TO ACCT-OD-SINCE-DT
                   MOVE 0 TO ACCT-OD-NOTICE-LVL
                   ADD 1 TO WS-ODA-NEW-CNT
               END-IF
               ADD 1 TO WS-ODA-AGED-CNT
               COMPUTE WS-ODA-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ODA-RUN-DT)
                   - FUNCTION INTEGER-OF-DATE(ACCT-OD-SINCE-DT)
               IF WS-ODA-DAYS >= WS-ODA-CHGOFF-DAYS
                   PERFORM 7510-ODA-CHARGE-OFF
               ELSE
               IF WS-ODA-DAYS >= WS-ODA-NOTICE2-DAYS
                  AND ACCT-OD-NOTICE-LVL < 2
                   MOVE 2 TO ACCT-OD-NOTICE-LVL
                   PERFORM 7520-ODA-WRITE-NOTICE
               ELSE
               IF WS-ODA-DAYS >= WS-ODA-NOTICE1-DAYS
                  AND ACCT-OD-NOTICE-LVL < 1
                   MOVE 1 TO ACCT-OD-NOTICE-LVL
                   PERFORM 7520-ODA-WRITE-NOTICE
               END-IF
               END-IF
               END-IF
           ELSE
               IF ACCT-OD-SINCE-DT NOT = 0
                   MOVE 0 TO ACCT-OD-SINCE-DT
                   MOVE 0 TO ACCT-OD-NOTICE-LVL
                   ADD 1 TO WS-ODA-CURED-CNT
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * CHARGE OFF - THE NEGATIVE BALANCE IS WRITTEN UP TO ZERO BY  *
      * A CHO CREDIT (LOSS GL DEBITED, DEPOSIT LIABILITY CREDITED)  *
      * AND THE STATUS CHANGE IS LOGGED TO MAINTLOG.                *
      *------------------------------------------------------------*
       7510-ODA-CHARGE-OFF.
           COMPUTE WS-ODA-CHGOFF-AMT = 0 - ACCT-LEDGER-BAL
           MOVE ACCT-STATUS TO WS-ODA-OLD-ST
           ADD WS-ODA-CHGOFF-AMT TO ACCT-LEDGER-BAL
           ADD WS-ODA-CHGOFF-AMT TO ACCT-AVAIL-BAL
           MOVE "CO" TO ACCT-STATUS
           MOVE WS-CURR-DATE TO ACCT-MAINT-DT
           MOVE WS-OPERATOR-ID TO ACCT-MAINT-USER
           ADD 1 TO WS-ODA-CHGOFF-CNT
           ADD WS-ODA-CHGOFF-AMT TO WS-ODA-CHGOFF-TOTAL
           MOVE "A" TO WS-ML-KEY-TYPE
           MOVE ACCT-NUM TO WS-ML-KEY
           MOVE "ACCT-STATUS" TO WS-ML-FIELD
           MOVE WS-ODA-OLD-ST TO WS-ML-OLD
           MOVE "CO" TO WS-ML-NEW
           PERFORM 7900-WRITE-MAINT-LOG
           PERFORM 7515-ODA-LOG-CHGOFF
           MOVE WS-ODA-CHGOFF-AMT TO WS-FMT-AMT
           DISPLAY "  Charged off " ACCT-NUM "  " WS-FMT-AMT
           .

       7515-ODA-LOG-CHGOFF.
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE ACCT-NUM          TO TXN-ACCT-NUM
           MOVE ACCT-CIF-ID       TO TXN-CIF-ID
           MOVE WS-CURR-DATE      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE "CHO"             TO TXN-TYPE-CD
           MOVE "C"               TO TXN-DR-CR
           MOVE WS-ODA-CHGOFF-AMT TO TXN-AMT
           MOVE ACCT-LEDGER-BAL   TO TXN-RUN-BAL
           MOVE "BAT"             TO TXN-CHANNEL
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "BATCHODA"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE SPACES            TO TXN-REF-NUM
           MOVE "OVERDRAWN BALANCE CHARGED OFF"
                                  TO TXN-DESC
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0099"            TO TXN-CYCLE-NUM
           MOVE WS-OD-LOSS-GL     TO WS-PR-GL-DR
           MOVE "2001000100"      TO WS-PR-GL-CR
           MOVE ACCT-PROD-CODE    TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE SPACES            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

      *------------------------------------------------------------*
      * 30-DAY (LEVEL 1) OR FINAL 45-DAY (LEVEL 2) OVERDRAWN        *
      * NOTICE, GIVING THE DATE THE BALANCE WILL BE CHARGED OFF.    *
      *------------------------------------------------------------*
       7520-ODA-WRITE-NOTICE.
           ADD 1 TO WS-ODA-NOTICE-CNT
           COMPUTE WS-ODA-CHGOFF-DT =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ACCT-OD-SINCE-DT)
                   + WS-ODA-CHGOFF-DAYS)
           MOVE WS-ODA-DAYS TO WS-ODA-DAYS-DISP
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTC-FS NOT = "00"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE WS-RPT-SEP TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           IF ACCT-OD-NOTICE-45
               STRING "  FIRST NATIONAL BANK - FINAL OVERDRAWN "
                   "ACCOUNT NOTICE   DATE: " WS-ODA-RUN-DT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           ELSE
               STRING "  FIRST NATIONAL BANK - OVERDRAWN "
                   "ACCOUNT NOTICE   DATE: " WS-ODA-RUN-DT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               END-STRING
           END-IF
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  ACCOUNT: " ACCT-NUM
               "   OVERDRAWN SINCE: " ACCT-OD-SINCE-DT
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE ACCT-LEDGER-BAL TO WS-FMT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "  BALANCE: " WS-FMT-AMT
               "   DAYS OVERDRAWN: " WS-ODA-DAYS-DISP
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE
             "  PLEASE DEPOSIT FUNDS TO BRING YOUR ACCOUNT CURRENT."
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "  IF IT IS STILL OVERDRAWN ON " WS-ODA-CHGOFF-DT
               " THE BALANCE WILL BE CHARGED OFF"
               DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE
             "  AND THE ACCOUNT CLOSED TO FURTHER ACTIVITY."
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-RPT-SEP TO NOTICE-LINE
           WRITE NOTICE-LINE
           CLOSE NOTICE-FILE
           .

      *------------------------------------------------------------*
      * MASTER FILE DATA-QUALITY AUDIT - CROSS-CHECKS EACH ACCOUNT  *
      * MASTER RECORD AGAINST CUSTMSTR, PRODMSTR AND THE ACTIVE     *
      * HOLDDETL ROWS, AND EVERY LIVE ROW ON ACCTREL, HOLDDETL,     *
      * LOANBILL, STOPORDR, CHKISSUE, NSFPEND, PPEXCP AND WIREPEND, *
      * AND THE ACTIVE CARDS ON CARDMSTR, AGAINST THE ACCOUNT       *
      * MASTER. NOTHING IS CHANGED; EXCEPTIONS GO TO DQEXCP.TXT     *
      * GROUPED BY SEVERITY -                                       *
      *   1 HIGH   - HOLD/UNCOLLECTED BALANCE NOT EQUAL TO THE      *
      *              ACTIVE HOLDS, AVAILABLE NOT EQUAL TO LEDGER    *
      *              LESS HOLD AND UNCOLLECTED (DEPOSIT ACCOUNTS),  *
      *              INVALID ACCOUNT STATUS, PRIMARY CIF NOT ON     *
      *              FILE, LIVE MONEY ITEM WITH NO ACCOUNT          *
      *   2 MEDIUM - LIVE ITEM ON A CLOSED, ESCHEATED OR CHARGED-   *
      *              OFF ACCOUNT, BROKEN ACCTREL LINK, PRODUCT NOT  *
      *              ON PRODMSTR                                    *
      *   3 LOW    - INVALID KYC STATUS, OPEN CHECK ISSUE LEFT ON A *
      *              CLOSED ACCOUNT                                 *
      * THE END-OF-DAY STEP RECORDS THE COUNTS BY SEVERITY IN       *
      * RUNCTL (SEE 7690).                                          *
      *------------------------------------------------------------*
       7600-BATCH-DQ-AUDIT.
           DISPLAY " "
           DISPLAY "  --- MASTER FILE DATA-QUALITY AUDIT ---"
           DISPLAY "  Processing..."
           MOVE 0 TO WS-DQ-EXC-CNT
           MOVE 0 TO WS-DQ-SEV-CNT(1)
           MOVE 0 TO WS-DQ-SEV-CNT(2)
           MOVE 0 TO WS-DQ-SEV-CNT(3)
           MOVE 0 TO WS-DQ-TBL-CNT
           MOVE 0 TO WS-DQ-OVFL-CNT
           MOVE 0 TO WS-DQ-ACCT-CNT
           MOVE 0 TO WS-DQ-DIFF-TOTAL

           PERFORM 7605-DQ-LOAD-CUSTS
           PERFORM 7610-DQ-HOLD-PASS
           PERFORM 7615-DQ-ACCT-PASS
           PERFORM 7625-DQ-REL-PASS
           PERFORM 7630-DQ-BILL-PASS
           PERFORM 7635-DQ-STOP-PASS
           PERFORM 7640-DQ-ISSUE-PASS
           PERFORM 7645-DQ-NSF-PASS
           PERFORM 7650-DQ-PPX-PASS
           PERFORM 7655-DQ-WIRE-PASS
           PERFORM 7657-DQ-CARD-PASS
           PERFORM 7670-DQ-WRITE-RPT

           DISPLAY "  Accounts audited:     " WS-DQ-ACCT-CNT
           DISPLAY "  High severity:        " WS-DQ-SEV-CNT(1)
           DISPLAY "  Medium severity:      " WS-DQ-SEV-CNT(2)
           DISPLAY "  Low severity:         " WS-DQ-SEV-CNT(3)
           DISPLAY "  Total exceptions:     " WS-DQ-EXC-CNT
           MOVE WS-DQ-DIFF-TOTAL TO WS-FMT-AMT
           DISPLAY "  Balance differences:  " WS-FMT-AMT
           IF WS-DQ-OVFL-CNT > 0
               DISPLAY
                 "  *** EXCEPTION TABLE FULL - " WS-DQ-OVFL-CNT
                 " EXCEPTION(S) COUNTED BUT NOT LISTED ***"
           END-IF
           DISPLAY "  Exceptions written to DQEXCP.txt"
           .

      *------------------------------------------------------------*
      * CIF TABLE FOR THE LINK CHECKS. THE KYC STATUS OF EACH       *
      * CUSTOMER IS VALIDATED AS IT IS LOADED.                      *
      *------------------------------------------------------------*
       7605-DQ-LOAD-CUSTS.
           MOVE 0 TO WS-DQ-CUST-CNT
           MOVE 0 TO WS-DQ-CUST-OVFL-CNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FS NOT = "00"
               CLOSE CUSTOMER-FILE
           ELSE
               MOVE "CUSTMSTR" TO WS-DQ-FILE-ID
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CUSTOMER-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF WS-DQ-CUST-CNT < WS-DQ-CUST-MAX
                               ADD 1 TO WS-DQ-CUST-CNT
                               SET WS-DQC-IX TO WS-DQ-CUST-CNT
                               MOVE CUST-CIF-ID
                                   TO WS-DQC-CIF(WS-DQC-IX)
                           ELSE
                               ADD 1 TO WS-DQ-CUST-OVFL-CNT
                           END-IF
                           IF NOT CUST-KYC-VERIFIED
                              AND NOT CUST-KYC-PENDING
                              AND NOT CUST-KYC-EXPIRED
                               MOVE 3 TO WS-DQ-SEV
                               MOVE CUST-CIF-ID TO WS-DQ-KEY
                               MOVE 0 TO WS-DQ-AMT
                               MOVE SPACES TO WS-DQ-TEXT
                               STRING "INVALID KYC STATUS '"
                                   CUST-KYC-STATUS "'"
                                   DELIMITED BY SIZE INTO WS-DQ-TEXT
                               END-STRING
                               PERFORM 7680-DQ-ADD-EXC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * ACTIVE HOLDS - EACH IS CHECKED AGAINST THE ACCOUNT MASTER   *
      * AND ADDED TO ITS ACCOUNT'S HOLD OR UNCOLLECTED (TYPE "U")   *
      * TOTAL FOR THE BALANCE PROOF IN THE ACCOUNT PASS.            *
      *------------------------------------------------------------*
       7610-DQ-HOLD-PASS.
           MOVE 0 TO WS-DQ-HOLD-CNT
           MOVE 0 TO WS-DQ-HOLD-OVFL-CNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FS NOT = "00"
               CLOSE HOLD-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "HOLDDETL" TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ HOLD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF HOLD-ACTIVE
                               MOVE HOLD-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "ACTIVE HOLD " HOLD-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE HOLD-AMT TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                               PERFORM 7612-DQ-ADD-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE HOLD-FILE
           END-IF
           .

       7612-DQ-ADD-HOLD.
           PERFORM 7614-DQ-FIND-HOLD
           IF WS-DQ-HOLD-FOUND-IX = 0
               IF WS-DQ-HOLD-CNT >= WS-DQ-HOLD-MAX
                   ADD 1 TO WS-DQ-HOLD-OVFL-CNT
               ELSE
                   ADD 1 TO WS-DQ-HOLD-CNT
                   MOVE WS-DQ-HOLD-CNT TO WS-DQ-HOLD-FOUND-IX
                   SET WS-DQH-IX TO WS-DQ-HOLD-FOUND-IX
                   MOVE HOLD-ACCT-NUM TO WS-DQH-ACCT(WS-DQH-IX)
                   MOVE 0 TO WS-DQH-HOLD-SUM(WS-DQH-IX)
                   MOVE 0 TO WS-DQH-UNCOLL-SUM(WS-DQH-IX)
               END-IF
           END-IF
           IF WS-DQ-HOLD-FOUND-IX > 0
               IF HOLD-IS-UNCOLL
                   ADD HOLD-AMT TO WS-DQH-UNCOLL-SUM(WS-DQH-IX)
               ELSE
                   ADD HOLD-AMT TO WS-DQH-HOLD-SUM(WS-DQH-IX)
               END-IF
           END-IF
           .

       7614-DQ-FIND-HOLD.
           MOVE 0 TO WS-DQ-HOLD-FOUND-IX
           SET WS-DQH-IX TO 1
           PERFORM UNTIL WS-DQH-IX > WS-DQ-HOLD-CNT
               IF WS-DQH-ACCT(WS-DQH-IX) = WS-DQ-SRCH-ACCT
                  AND WS-DQ-HOLD-FOUND-IX = 0
                   SET WS-DQ-HOLD-FOUND-IX TO WS-DQH-IX
               END-IF
               SET WS-DQH-IX UP BY 1
           END-PERFORM
           IF WS-DQ-HOLD-FOUND-IX > 0
               SET WS-DQH-IX TO WS-DQ-HOLD-FOUND-IX
           END-IF
           .

       7615-DQ-ACCT-PASS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-FS NOT = "00"
               DISPLAY "  (no accounts on file)"
               CLOSE ACCOUNT-FILE
           ELSE
               MOVE "ACCTMSTR" TO WS-DQ-FILE-ID
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ACCOUNT-FILE NEXT
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           PERFORM 7620-DQ-CHECK-ACCT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * ONE ACCOUNT MASTER RECORD - CIF LINK, STATUS AND PRODUCT    *
      * CODES, THEN THE BALANCE PROOF. A BALANCE DIFFERENCE IS      *
      * REPORTED AS MASTER MINUS EXPECTED AND ADDED (UNSIGNED) TO   *
      * WS-DQ-DIFF-TOTAL.                                           *
      *------------------------------------------------------------*
       7620-DQ-CHECK-ACCT.
           ADD 1 TO WS-DQ-ACCT-CNT
           MOVE ACCT-NUM TO WS-DQ-KEY
           MOVE 0 TO WS-DQ-AMT

           IF WS-DQ-CUST-OVFL-CNT = 0
               MOVE ACCT-CIF-ID TO WS-DQ-SRCH-CIF
               PERFORM 7684-DQ-FIND-CUST
               IF DQ-CUST-MISSING
                   MOVE 1 TO WS-DQ-SEV
                   MOVE SPACES TO WS-DQ-TEXT
                   STRING "PRIMARY CIF " ACCT-CIF-ID
                       " NOT ON CUSTMSTR"
                       DELIMITED BY SIZE INTO WS-DQ-TEXT
                   END-STRING
                   PERFORM 7680-DQ-ADD-EXC
               END-IF
           END-IF

           IF NOT ACCT-ACTIVE AND NOT ACCT-DORMANT
              AND NOT ACCT-CLOSED AND NOT ACCT-FROZEN
              AND NOT ACCT-CHARGED-OFF AND NOT ACCT-ESCHEAT
               MOVE 1 TO WS-DQ-SEV
               MOVE SPACES TO WS-DQ-TEXT
               STRING "INVALID ACCOUNT STATUS '" ACCT-STATUS "'"
                   DELIMITED BY SIZE INTO WS-DQ-TEXT
               END-STRING
               PERFORM 7680-DQ-ADD-EXC
           END-IF

           IF WS-PROD-TBL-CNT > 0
               MOVE ACCT-PROD-CODE TO WS-PROD-SRCH-CODE
               PERFORM 8700-FIND-PRODUCT
               IF PROD-OK-NO
                   MOVE 2 TO WS-DQ-SEV
                   MOVE SPACES TO WS-DQ-TEXT
                   STRING "PRODUCT CODE '" ACCT-PROD-CODE
                       "' NOT ON PRODMSTR"
                       DELIMITED BY SIZE INTO WS-DQ-TEXT
                   END-STRING
                   PERFORM 7680-DQ-ADD-EXC
               END-IF
           END-IF

           IF WS-DQ-HOLD-OVFL-CNT = 0
               MOVE 0 TO WS-DQ-EXP-HOLD
               MOVE 0 TO WS-DQ-EXP-UNCOLL
               MOVE ACCT-NUM TO WS-DQ-SRCH-ACCT
               PERFORM 7614-DQ-FIND-HOLD
               IF WS-DQ-HOLD-FOUND-IX > 0
                   MOVE WS-DQH-HOLD-SUM(WS-DQH-IX)
                       TO WS-DQ-EXP-HOLD
                   MOVE WS-DQH-UNCOLL-SUM(WS-DQH-IX)
                       TO WS-DQ-EXP-UNCOLL
               END-IF
               IF ACCT-HOLD-BAL NOT = WS-DQ-EXP-HOLD
                   COMPUTE WS-DQ-AMT = ACCT-HOLD-BAL - WS-DQ-EXP-HOLD
                   MOVE "HOLD BALANCE NOT = ACTIVE HOLDDETL TOTAL"
                       TO WS-DQ-TEXT
                   PERFORM 7622-DQ-BAL-EXC
               END-IF
               IF ACCT-UNCOLL-BAL NOT = WS-DQ-EXP-UNCOLL
                   COMPUTE WS-DQ-AMT =
                       ACCT-UNCOLL-BAL - WS-DQ-EXP-UNCOLL
                   MOVE "UNCOLLECTED BAL NOT = ACTIVE FLOAT HOLDS"
                       TO WS-DQ-TEXT
                   PERFORM 7622-DQ-BAL-EXC
               END-IF
           END-IF

           IF ACCT-IS-DDA1 OR ACCT-IS-DDA2 OR ACCT-IS-SAV1
              OR ACCT-IS-MMA1 OR ACCT-IS-CD01
              OR (ACCT-IS-COM1 AND ACCT-INT-RATE = 0)
               COMPUTE WS-DQ-EXP-AVAIL = ACCT-LEDGER-BAL
                   - ACCT-HOLD-BAL - ACCT-UNCOLL-BAL
               IF ACCT-AVAIL-BAL NOT = WS-DQ-EXP-AVAIL
                   COMPUTE WS-DQ-AMT =
                       ACCT-AVAIL-BAL - WS-DQ-EXP-AVAIL
                   MOVE "AVAILABLE NOT = LEDGER - HOLD - UNCOLLECTED"
                       TO WS-DQ-TEXT
                   PERFORM 7622-DQ-BAL-EXC
               END-IF
           END-IF
           .

       7622-DQ-BAL-EXC.
           MOVE 1 TO WS-DQ-SEV
           IF WS-DQ-AMT < 0
               SUBTRACT WS-DQ-AMT FROM WS-DQ-DIFF-TOTAL
           ELSE
               ADD WS-DQ-AMT TO WS-DQ-DIFF-TOTAL
           END-IF
           PERFORM 7680-DQ-ADD-EXC
           MOVE 0 TO WS-DQ-AMT
           .

      *------------------------------------------------------------*
      * ACTIVE PARTY ROWS - THE ACCOUNT AND THE PARTY'S CIF MUST    *
      * BOTH BE ON FILE. ROWS STAY ON A CLOSED ACCOUNT BY DESIGN.   *
      *------------------------------------------------------------*
       7625-DQ-REL-PASS.
           OPEN INPUT REL-FILE
           IF WS-REL-FS NOT = "00"
               CLOSE REL-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "ACCTREL " TO WS-DQ-FILE-ID
               MOVE 2 TO WS-DQ-MISS-SEV
               MOVE 0 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ REL-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF REL-ACTIVE
                               MOVE REL-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "PARTY ROW " REL-ROLE " "
                                   REL-CIF-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE 0 TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                               IF WS-DQ-CUST-OVFL-CNT = 0
                                   MOVE REL-CIF-ID TO WS-DQ-SRCH-CIF
                                   PERFORM 7684-DQ-FIND-CUST
                                   IF DQ-CUST-MISSING
                                       MOVE 2 TO WS-DQ-SEV
                                       MOVE SPACES TO WS-DQ-TEXT
                                       STRING "PARTY ROW " REL-ROLE
                                           " - CIF " REL-CIF-ID
                                           " NOT ON CUSTMSTR"
                                           DELIMITED BY SIZE
                                           INTO WS-DQ-TEXT
                                       END-STRING
                                       PERFORM 7680-DQ-ADD-EXC
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE REL-FILE
           END-IF
           .

       7630-DQ-BILL-PASS.
           OPEN INPUT BILL-FILE
           IF WS-BILL-FS NOT = "00"
               CLOSE BILL-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "LOANBILL" TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ BILL-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF BILL-OPEN
                               MOVE BILL-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "OPEN BILL " BILL-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               COMPUTE WS-DQ-AMT =
                                   BILL-TOT-AMT - BILL-PAID-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE BILL-FILE
           END-IF
           .

       7635-DQ-STOP-PASS.
           OPEN INPUT STOP-FILE
           IF WS-STOP-FS NOT = "00"
               CLOSE STOP-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "STOPORDR" TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ STOP-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF STOP-ACTIVE
                               MOVE STOP-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "ACTIVE STOP " STOP-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE STOP-AMT TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE STOP-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * OPEN POSITIVE PAY ISSUES. AN ISSUE LEFT OPEN ON A CLOSED    *
      * ACCOUNT ONLY NEEDS VOIDING, SO IT RATES LOW.                *
      *------------------------------------------------------------*
       7640-DQ-ISSUE-PASS.
           OPEN INPUT ISSUE-FILE
           IF WS-ISS-FS NOT = "00"
               CLOSE ISSUE-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "CHKISSUE" TO WS-DQ-FILE-ID
               MOVE 2 TO WS-DQ-MISS-SEV
               MOVE 3 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ ISSUE-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF ISS-OPEN
                               MOVE ISS-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "OPEN ISSUED CHECK " ISS-CHECK-NO
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE ISS-AMT TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE ISSUE-FILE
           END-IF
           .

       7645-DQ-NSF-PASS.
           OPEN INPUT NSF-FILE
           IF WS-NSF-FS NOT = "00"
               CLOSE NSF-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "NSFPEND " TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ NSF-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF NSF-PENDING
                               MOVE NSF-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "PENDING NSF ITEM " NSF-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE NSF-AMT TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE NSF-FILE
           END-IF
           .

       7650-DQ-PPX-PASS.
           OPEN INPUT PPEX-FILE
           IF WS-PPX-FS NOT = "00"
               CLOSE PPEX-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "PPEXCP  " TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ PPEX-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF PPX-PENDING OR PPX-NSF-QUEUED
                               MOVE PPX-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "PENDING PP EXCEPTION " PPX-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE PPX-AMT TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE PPEX-FILE
           END-IF
           .

       7655-DQ-WIRE-PASS.
           OPEN INPUT WIRE-FILE
           IF WS-WIRE-FS NOT = "00"
               CLOSE WIRE-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "WIREPEND" TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ WIRE-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF WP-SANCT-HOLD OR WP-AWAIT-REL
                               MOVE WP-ACCT-NUM TO WS-DQ-SRCH-ACCT
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "UNRELEASED WIRE " WP-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE WP-AMT TO WS-DQ-AMT
                               PERFORM 7660-DQ-CHECK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE WIRE-FILE
           END-IF
           .

       7657-DQ-CARD-PASS.
           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00"
               CLOSE CARD-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               MOVE "CARDMSTR" TO WS-DQ-FILE-ID
               MOVE 1 TO WS-DQ-MISS-SEV
               MOVE 2 TO WS-DQ-CLSD-SEV
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CARD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CARD-REC-VALID AND CARD-ACTIVE
                               MOVE SPACES TO WS-DQ-ITEM
                               STRING "ACTIVE CARD " CARD-ID
                                   DELIMITED BY SIZE INTO WS-DQ-ITEM
                               END-STRING
                               MOVE 0 TO WS-DQ-AMT
                               MOVE CARD-PRI-ACCT TO WS-DQ-SRCH-ACCT
                               PERFORM 7660-DQ-CHECK-ITEM
                               IF CARD-SAV-ACCT NOT = SPACES
                                   MOVE CARD-SAV-ACCT
                                       TO WS-DQ-SRCH-ACCT
                                   PERFORM 7660-DQ-CHECK-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               CLOSE CARD-FILE
           END-IF
           .

      *------------------------------------------------------------*
      * ONE LIVE SIDE-FILE ITEM (WS-DQ-ITEM) AGAINST ITS ACCOUNT.   *
      * THE CALLING PASS SETS THE SEVERITY FOR AN ACCOUNT NOT ON    *
      * FILE AND FOR A CLOSED ONE; A ZERO CLOSED SEVERITY SKIPS THE *
      * CLOSED-ACCOUNT CHECK.                                       *
      *------------------------------------------------------------*
       7660-DQ-CHECK-ITEM.
           PERFORM 7686-DQ-GET-ACCT
           MOVE WS-DQ-SRCH-ACCT TO WS-DQ-KEY
           IF DQ-ACCT-MISSING
               MOVE WS-DQ-MISS-SEV TO WS-DQ-SEV
               MOVE SPACES TO WS-DQ-TEXT
               STRING WS-DQ-ITEM DELIMITED BY "  "
                   " - ACCOUNT NOT ON FILE" DELIMITED BY SIZE
                   INTO WS-DQ-TEXT
               END-STRING
               PERFORM 7680-DQ-ADD-EXC
           ELSE
               IF DQ-ACCT-IS-CLOSED AND WS-DQ-CLSD-SEV > 0
                   MOVE WS-DQ-CLSD-SEV TO WS-DQ-SEV
                   MOVE SPACES TO WS-DQ-TEXT
                   STRING WS-DQ-ITEM DELIMITED BY "  "
                       " - ACCOUNT STATUS " DELIMITED BY SIZE
                       WS-DQ-ACCT-ST DELIMITED BY SIZE
                       INTO WS-DQ-TEXT
                   END-STRING
                   PERFORM 7680-DQ-ADD-EXC
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * EXCEPTION REPORT - DQEXCP.TXT, ONE SECTION PER SEVERITY     *
      * WITH ITS COUNT, THEN THE TOTALS.                            *
      *------------------------------------------------------------*
       7670-DQ-WRITE-RPT.
           OPEN OUTPUT DQX-FILE
           MOVE SPACES TO DQX-LINE
           STRING "  MASTER FILE DATA-QUALITY AUDIT - AS OF "
               WS-DQ-RUN-DT
               DELIMITED BY SIZE INTO DQX-LINE
           END-STRING
           WRITE DQX-LINE
           MOVE WS-RPT-SEP TO DQX-LINE
           WRITE DQX-LINE
           IF WS-PROD-TBL-CNT = 0
               MOVE
                 "  (NO PRODUCT MASTER - PRODUCT CODES NOT CHECKED)"
                   TO DQX-LINE
               WRITE DQX-LINE
           END-IF
           IF WS-DQ-CUST-OVFL-CNT > 0
               MOVE "  (CIF TABLE FULL - CIF LINKS NOT CHECKED)"
                   TO DQX-LINE
               WRITE DQX-LINE
           END-IF
           IF WS-DQ-HOLD-OVFL-CNT > 0
               MOVE
                 "  (HOLD TABLE FULL - HOLD BALANCES NOT PROVED)"
                   TO DQX-LINE
               WRITE DQX-LINE
           END-IF
           MOVE WS-DQ-COL-HDR TO DQX-LINE
           WRITE DQX-LINE

           MOVE 1 TO WS-DQ-PRT-SEV
           PERFORM 7672-DQ-RPT-SECTION
           MOVE 2 TO WS-DQ-PRT-SEV
           PERFORM 7672-DQ-RPT-SECTION
           MOVE 3 TO WS-DQ-PRT-SEV
           PERFORM 7672-DQ-RPT-SECTION

           MOVE WS-RPT-SEP TO DQX-LINE
           WRITE DQX-LINE
           MOVE SPACES TO DQX-LINE
           STRING "  ACCOUNTS AUDITED: " WS-DQ-ACCT-CNT
               "   HIGH: " WS-DQ-SEV-CNT(1)
               "   MEDIUM: " WS-DQ-SEV-CNT(2)
               "   LOW: " WS-DQ-SEV-CNT(3)
               "   TOTAL: " WS-DQ-EXC-CNT
               DELIMITED BY SIZE INTO DQX-LINE
           END-STRING
           WRITE DQX-LINE
           MOVE WS-DQ-DIFF-TOTAL TO WS-FMT-AMT
           MOVE SPACES TO DQX-LINE
           STRING "  BALANCE DIFFERENCES (UNSIGNED): " WS-FMT-AMT
               DELIMITED BY SIZE INTO DQX-LINE
           END-STRING
           WRITE DQX-LINE
           IF WS-DQ-OVFL-CNT > 0
               MOVE SPACES TO DQX-LINE
               STRING "  *** " WS-DQ-OVFL-CNT
                   " EXCEPTION(S) NOT LISTED - TABLE FULL ***"
                   DELIMITED BY SIZE INTO DQX-LINE
               END-STRING
               WRITE DQX-LINE
           END-IF
           CLOSE DQX-FILE
           .

       7672-DQ-RPT-SECTION.
           MOVE SPACES TO DQX-LINE
           WRITE DQX-LINE
           MOVE SPACES TO DQX-LINE
           STRING "  SEVERITY " WS-DQ-SEV-NAME(WS-DQ-PRT-SEV)
               " - " WS-DQ-SEV-CNT(WS-DQ-PRT-SEV) " EXCEPTION(S)"
               DELIMITED BY SIZE INTO DQX-LINE
           END-STRING
           WRITE DQX-LINE
           SET WS-DQE-IX TO 1
           PERFORM UNTIL WS-DQE-IX > WS-DQ-TBL-CNT
               IF WS-DQE-SEV(WS-DQE-IX) = WS-DQ-PRT-SEV
                   PERFORM 7674-DQ-DTL-LINE
               END-IF
               SET WS-DQE-IX UP BY 1
           END-PERFORM
           IF WS-DQ-SEV-CNT(WS-DQ-PRT-SEV) = 0
               MOVE "    (NONE)" TO DQX-LINE
               WRITE DQX-LINE
           END-IF
           .

       7674-DQ-DTL-LINE.
           MOVE SPACES TO DQX-LINE
           IF WS-DQE-AMT(WS-DQE-IX) = 0
               STRING "    " WS-DQE-FILE(WS-DQE-IX)
                   "  " WS-DQE-KEY(WS-DQE-IX)
                   "  " WS-DQE-TEXT(WS-DQE-IX)
                   DELIMITED BY SIZE INTO DQX-LINE
               END-STRING
           ELSE
               MOVE WS-DQE-AMT(WS-DQE-IX) TO WS-FMT-AMT
               STRING "    " WS-DQE-FILE(WS-DQE-IX)
                   "  " WS-DQE-KEY(WS-DQE-IX)
                   "  " WS-DQE-TEXT(WS-DQE-IX)
                   "  " WS-FMT-AMT
                   DELIMITED BY SIZE INTO DQX-LINE
               END-STRING
           END-IF
           WRITE DQX-LINE
           .

       7680-DQ-ADD-EXC.
           ADD 1 TO WS-DQ-EXC-CNT
           ADD 1 TO WS-DQ-SEV-CNT(WS-DQ-SEV)
           IF WS-DQ-TBL-CNT < WS-DQ-TBL-MAX
               ADD 1 TO WS-DQ-TBL-CNT
               SET WS-DQE-IX TO WS-DQ-TBL-CNT
               MOVE WS-DQ-SEV     TO WS-DQE-SEV(WS-DQE-IX)
               MOVE WS-DQ-FILE-ID TO WS-DQE-FILE(WS-DQE-IX)
               MOVE WS-DQ-KEY     TO WS-DQE-KEY(WS-DQE-IX)
               MOVE WS-DQ-TEXT    TO WS-DQE-TEXT(WS-DQE-IX)
               MOVE WS-DQ-AMT     TO WS-DQE-AMT(WS-DQE-IX)
           ELSE
               ADD 1 TO WS-DQ-OVFL-CNT
           END-IF
           .

       7684-DQ-FIND-CUST.
           SET DQ-CUST-MISSING TO TRUE
           SET WS-DQC-IX TO 1
           PERFORM UNTIL WS-DQC-IX > WS-DQ-CUST-CNT
                      OR DQ-CUST-FOUND
               IF WS-DQC-CIF(WS-DQC-IX) = WS-DQ-SRCH-CIF
                   SET DQ-CUST-FOUND TO TRUE
               END-IF
               SET WS-DQC-IX UP BY 1
           END-PERFORM
           .

       7686-DQ-GET-ACCT.
           SET DQ-ACCT-MISSING TO TRUE
           MOVE SPACES TO WS-DQ-ACCT-ST
           MOVE WS-DQ-SRCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DQ-ACCT-FOUND TO TRUE
                   MOVE ACCT-STATUS TO WS-DQ-ACCT-ST
           END-READ
           .

      *------------------------------------------------------------*
      * RUN-CONTROL COUNTS BY SEVERITY - ONE RECORD EACH UNDER STEP *
      * NAMES DQHIGH, DQMEDIUM AND DQLOW FOR THE BUSINESS DATE,     *
      * STATUS "E" WHEN THE SEVERITY HAS EXCEPTIONS. THE HIGH       *
      * RECORD CARRIES THE UNSIGNED BALANCE DIFFERENCE TOTAL.       *
      *------------------------------------------------------------*
       7690-DQ-WRITE-SEV-CTL.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RC-FS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE 1 TO WS-DQ-PRT-SEV
           PERFORM UNTIL WS-DQ-PRT-SEV > 3
               INITIALIZE RC-REC
               MOVE "RC"              TO RC-REC-TYPE
               MOVE WS-EOD-BUS-DT     TO RC-BUS-DT
               MOVE SPACES            TO RC-STEP-NAME
               STRING "DQ" WS-DQ-SEV-NAME(WS-DQ-PRT-SEV)
                   DELIMITED BY SIZE INTO RC-STEP-NAME
               END-STRING
               IF WS-DQ-SEV-CNT(WS-DQ-PRT-SEV) > 0
                   MOVE "E"           TO RC-STATUS
               ELSE
                   MOVE "C"           TO RC-STATUS
               END-IF
               MOVE WS-EOD-START-TIME TO RC-START-TIME
               MOVE WS-CURR-TIME(1:6) TO RC-END-TIME
               MOVE WS-DQ-SEV-CNT(WS-DQ-PRT-SEV) TO RC-COUNT
               IF WS-DQ-PRT-SEV = 1
                   MOVE WS-DQ-DIFF-TOTAL TO RC-TOTAL
               ELSE
                   MOVE 0             TO RC-TOTAL
               END-IF
               MOVE SPACES            TO RC-FILLER
               WRITE RC-REC
               ADD 1 TO WS-DQ-PRT-SEV
           END-PERFORM
           CLOSE RUNCTL-FILE
           .

      *------------------------------------------------------------*
      * DEBIT/ATM CARD MAINTENANCE - ISSUE, BLOCK, REPLACE AND      *
      * REISSUE. BLOCKING A LOST OR STOLEN CARD STOPS ITS NETWORK   *
      * ITEMS AT SETTLEMENT WITHOUT TOUCHING THE ACCOUNT. ONLY THE  *
      * MASKED CARD NUMBER IS WRITTEN TO CARDMSTR.                  *
      *------------------------------------------------------------*
       7700-CARD-MAINT.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "     DEBIT/ATM CARD MAINTENANCE"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Issue Card"
           DISPLAY "  2. Block Card (Lost/Stolen)"
           DISPLAY "  3. Replace Card"
           DISPLAY "  4. Reissue Card (New Expiry)"
           DISPLAY "  5. List Cards For Account"
           DISPLAY "  0. Return"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 7705-CARD-ISSUE
               WHEN 2 PERFORM 7720-CARD-BLOCK
               WHEN 3 PERFORM 7725-CARD-REPLACE
               WHEN 4 PERFORM 7730-CARD-REISSUE
               WHEN 5 PERFORM 7740-CARD-LIST
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

      *------------------------------------------------------------*
      * A CARD DRAWS ON AN ACTIVE DDA1/DDA2 OR COMMERCIAL DEPOSIT   *
      * ACCOUNT, WITH AN OPTIONAL SAV1/MMA1 ON THE SAME CIF FOR     *
      * CARDHOLDER-SELECTED SAVINGS ITEMS.                          *
      *------------------------------------------------------------*
       7705-CARD-ISSUE.
           DISPLAY " "
           DISPLAY "  --- ISSUE DEBIT/ATM CARD ---"
           DISPLAY "  Primary checking account: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT
           DISPLAY "  Linked savings account (blank = none): "
               WITH NO ADVANCING
           ACCEPT WS-XFER-TARGET
           DISPLAY "  Card number (16 digits): " WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-PAN
           DISPLAY "  Daily ATM cash limit (0 = standard): "
               WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-ATM
           DISPLAY "  Daily POS limit (0 = standard): "
               WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-POS

           IF WS-CM-INPUT-PAN NOT NUMERIC
               DISPLAY
                 "  *** ERROR: Card number must be 16 digits ***"
           ELSE
           IF WS-CM-INPUT-ATM < 0 OR WS-CM-INPUT-POS < 0
               DISPLAY "  *** Limits cannot be negative ***"
           ELSE
               PERFORM 7707-CARD-LOOKUP-ACCTS
               IF WS-CM-PRI-ST = SPACES
                   DISPLAY "  *** PRIMARY ACCOUNT NOT FOUND ***"
               ELSE
               IF WS-CM-PRI-ST NOT = "AC"
                   DISPLAY "  *** Account not active ***"
               ELSE
               IF (WS-CM-PRI-PROD NOT = "DDA1"
                   AND WS-CM-PRI-PROD NOT = "DDA2"
                   AND WS-CM-PRI-PROD NOT = "COM1")
                  OR CM-PRI-IS-LOAN
                   DISPLAY
                     "  *** PRIMARY ACCOUNT MUST BE A CHECKING "
                     "ACCOUNT ***"
               ELSE
               IF WS-XFER-TARGET = SPACES
                   PERFORM 7710-CARD-SET-NEW
                   PERFORM 7715-CARD-WRITE-REC
               ELSE
               IF WS-CM-SAV-ST = SPACES
                   DISPLAY "  *** SAVINGS ACCOUNT NOT FOUND ***"
               ELSE
               IF WS-CM-SAV-ST NOT = "AC"
                   DISPLAY "  *** Account not active ***"
               ELSE
               IF WS-CM-SAV-PROD NOT = "SAV1"
                  AND WS-CM-SAV-PROD NOT = "MMA1"
                   DISPLAY
                     "  *** LINKED ACCOUNT MUST BE SAV1 OR "
                     "MMA1 ***"
               ELSE
               IF WS-CM-SAV-CIF NOT = WS-CM-PRI-CIF
                   DISPLAY
                     "  *** LINKED ACCOUNT IS ON A DIFFERENT "
                     "CIF ***"
               ELSE
                   PERFORM 7710-CARD-SET-NEW
                   PERFORM 7715-CARD-WRITE-REC
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           MOVE SPACES TO WS-CM-INPUT-PAN
           .

       7707-CARD-LOOKUP-ACCTS.
           MOVE SPACES TO WS-CM-PRI-ST
           MOVE SPACES TO WS-CM-PRI-PROD
           MOVE SPACES TO WS-CM-PRI-CIF
           MOVE "N" TO WS-CM-PRI-LOAN
           MOVE SPACES TO WS-CM-SAV-ST
           MOVE SPACES TO WS-CM-SAV-PROD
           MOVE SPACES TO WS-CM-SAV-CIF
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-SEARCH-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-STATUS TO WS-CM-PRI-ST
                   MOVE ACCT-PROD-CODE TO WS-CM-PRI-PROD
                   MOVE ACCT-CIF-ID TO WS-CM-PRI-CIF
                   IF ACCT-IS-COM1 AND ACCT-INT-RATE > 0
                       MOVE "Y" TO WS-CM-PRI-LOAN
                   END-IF
           END-READ
           IF WS-XFER-TARGET NOT = SPACES
               MOVE WS-XFER-TARGET TO ACCT-NUM
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-STATUS TO WS-CM-SAV-ST
                       MOVE ACCT-PROD-CODE TO WS-CM-SAV-PROD
                       MOVE ACCT-CIF-ID TO WS-CM-SAV-CIF
               END-READ
           END-IF
           CLOSE ACCOUNT-FILE
           .

       7710-CARD-SET-NEW.
           MOVE WS-CM-PRI-CIF     TO WS-CM-CIF
           MOVE WS-SEARCH-ACCT    TO WS-CM-PRI-ACCT
           MOVE WS-XFER-TARGET    TO WS-CM-SAV-ACCT
           MOVE WS-CM-ATM-DFLT    TO WS-CM-ATM-LIMIT
           MOVE WS-CM-POS-DFLT    TO WS-CM-POS-LIMIT
           IF WS-CM-INPUT-ATM > 0
               MOVE WS-CM-INPUT-ATM TO WS-CM-ATM-LIMIT
           END-IF
           IF WS-CM-INPUT-POS > 0
               MOVE WS-CM-INPUT-POS TO WS-CM-POS-LIMIT
           END-IF
           .

      *------------------------------------------------------------*
      * WRITE A NEW ACTIVE CARD FROM THE WS-CM- FIELDS. THE KEYED   *
      * CARD NUMBER IS REDUCED TO ITS MASKED FORM HERE.             *
      *------------------------------------------------------------*
       7715-CARD-WRITE-REC.
           MOVE SPACES TO WS-CM-MASKED
           STRING WS-CM-INPUT-PAN(1:6) "******" WS-CM-INPUT-PAN(13:4)
               DELIMITED BY SIZE INTO WS-CM-MASKED
           END-STRING
           MOVE SPACES TO WS-CM-INPUT-PAN
           COMPUTE WS-CM-EXPIRY =
               WS-CURR-DATE / 100 + WS-CM-EXPIRY-YRS * 100
           OPEN EXTEND CARD-FILE
           IF WS-CARD-FS NOT = "00"
               OPEN OUTPUT CARD-FILE
           END-IF
           INITIALIZE CARD-REC
           MOVE "CM"              TO CARD-REC-TYPE
           MOVE WS-NEXT-CARD-SEQ  TO CARD-ID
           MOVE WS-CM-MASKED      TO CARD-MASKED-NUM
           MOVE WS-CM-CIF         TO CARD-CIF-ID
           MOVE WS-CM-PRI-ACCT    TO CARD-PRI-ACCT
           MOVE WS-CM-SAV-ACCT    TO CARD-SAV-ACCT
           MOVE "A"               TO CARD-STATUS
           MOVE WS-CM-EXPIRY      TO CARD-EXPIRY
           MOVE WS-CM-ATM-LIMIT   TO CARD-ATM-LIMIT
           MOVE WS-CM-POS-LIMIT   TO CARD-POS-LIMIT
           MOVE 0                 TO CARD-USE-DT
           MOVE 0                 TO CARD-ATM-USED
           MOVE 0                 TO CARD-POS-USED
           MOVE WS-CURR-DATE      TO CARD-ISSUED-DT
           MOVE WS-OPERATOR-ID    TO CARD-ISSUED-BY
           MOVE WS-CURR-DATE      TO CARD-STATUS-DT
           MOVE 0                 TO CARD-REPL-ID
           MOVE SPACES            TO CARD-FILLER
           WRITE CARD-REC
           CLOSE CARD-FILE
           DISPLAY "  Card issued - id: " WS-NEXT-CARD-SEQ
               "  " WS-CM-MASKED "  Expires: " WS-CM-EXPIRY
           ADD 1 TO WS-NEXT-CARD-SEQ
           .

       7720-CARD-BLOCK.
           DISPLAY " "
           DISPLAY "  --- BLOCK LOST/STOLEN CARD ---"
           DISPLAY "  Card id: " WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-ID
           DISPLAY "  Reason (L=Lost S=Stolen): " WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-REASON
           INSPECT WS-CM-INPUT-REASON CONVERTING "ls" TO "LS"

           IF WS-CM-INPUT-REASON NOT = "L"
              AND WS-CM-INPUT-REASON NOT = "S"
               DISPLAY "  *** ERROR: Invalid reason ***"
           ELSE
               SET CM-ACTION-BLOCK TO TRUE
               PERFORM 7735-CARD-UPDATE-PASS
               IF VALID-YES
                   DISPLAY "  Card blocked: " WS-CM-INPUT-ID
                       " - account remains open"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * REPLACE A CARD WITH A NEW PLASTIC (NEW NUMBER, NEW EXPIRY)  *
      * ON THE SAME ACCOUNTS AND LIMITS. THE OLD CARD IS CLOSED -   *
      * A LOST OR STOLEN CARD KEEPS ITS STATUS SO ANY LATE ITEMS    *
      * STILL REJECT AS SUCH - AND POINTS TO ITS REPLACEMENT.       *
      *------------------------------------------------------------*
       7725-CARD-REPLACE.
           DISPLAY " "
           DISPLAY "  --- REPLACE CARD ---"
           DISPLAY "  Card id being replaced: " WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-ID
           DISPLAY "  New card number (16 digits): "
               WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-PAN

           IF WS-CM-INPUT-PAN NOT NUMERIC
               DISPLAY
                 "  *** ERROR: Card number must be 16 digits ***"
           ELSE
               SET CM-ACTION-REPLACE TO TRUE
               PERFORM 7735-CARD-UPDATE-PASS
               IF VALID-YES
                   PERFORM 7715-CARD-WRITE-REC
               END-IF
           END-IF
           MOVE SPACES TO WS-CM-INPUT-PAN
           .

      *------------------------------------------------------------*
      * REISSUE ON EXPIRY - SAME CARD NUMBER, NEW EXPIRY DATE. A    *
      * LOST, STOLEN OR CLOSED CARD MUST BE REPLACED INSTEAD.       *
      *------------------------------------------------------------*
       7730-CARD-REISSUE.
           DISPLAY " "
           DISPLAY "  --- REISSUE CARD (NEW EXPIRY) ---"
           DISPLAY "  Card id: " WITH NO ADVANCING
           ACCEPT WS-CM-INPUT-ID

           SET CM-ACTION-REISSUE TO TRUE
           PERFORM 7735-CARD-UPDATE-PASS
           IF VALID-YES
               DISPLAY "  Card reissued: " WS-CM-INPUT-ID
                   "  Expires: " WS-CM-EXPIRY
           END-IF
           .

      *------------------------------------------------------------*
      * ONE PASS OF CARDMSTR THROUGH THE TEMP FILE, APPLYING        *
      * WS-CM-ACTION TO CARD WS-CM-INPUT-ID. VALID-YES WHEN THE     *
      * CHANGE WAS MADE; IT IS THEN SWAPPED IN AND LOGGED TO        *
      * MAINTLOG UNDER THE CARD ID.                                 *
      *------------------------------------------------------------*
       7735-CARD-UPDATE-PASS.
           SET FOUND-NO TO TRUE
           SET VALID-NO TO TRUE
           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00"
               DISPLAY "  *** No cards on file ***"
               CLOSE CARD-FILE
           ELSE
               OPEN OUTPUT CARD-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CARD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CARD-REC-VALID
                              AND CARD-ID = WS-CM-INPUT-ID
                               SET FOUND-YES TO TRUE
                               PERFORM 7736-CARD-CHANGE-ONE
                           END-IF
                           MOVE CARD-REC TO CRDT-REC
                           WRITE CRDT-REC
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
               CLOSE CARD-TEMP-FILE

               IF FOUND-NO
                   DISPLAY "  *** CARD NOT FOUND ***"
               ELSE
               IF VALID-YES
                   PERFORM 8695-SWAP-CARD-FILE
                   PERFORM 7900-WRITE-MAINT-LOG
               END-IF
               END-IF
           END-IF
           .

       7736-CARD-CHANGE-ONE.
           MOVE "D" TO WS-ML-KEY-TYPE
           MOVE SPACES TO WS-ML-KEY
           MOVE CARD-ID TO WS-ML-KEY
           MOVE SPACES TO WS-ML-OLD
           MOVE SPACES TO WS-ML-NEW
           EVALUATE TRUE
               WHEN CM-ACTION-BLOCK
                   IF CARD-ACTIVE OR CARD-EXPIRED
                       SET VALID-YES TO TRUE
                       MOVE "CARDMSTR STATUS" TO WS-ML-FIELD
                       MOVE CARD-STATUS TO WS-ML-OLD
                       MOVE WS-CM-INPUT-REASON TO CARD-STATUS
                       MOVE CARD-STATUS TO WS-ML-NEW
                       MOVE WS-CURR-DATE TO CARD-STATUS-DT
                   ELSE
                       DISPLAY
                         "  *** CARD ALREADY BLOCKED OR CLOSED ***"
                   END-IF
               WHEN CM-ACTION-REPLACE
                   IF CARD-CLOSED
                       DISPLAY
                         "  *** CARD ALREADY CLOSED/REPLACED ***"
                   ELSE
                       SET VALID-YES TO TRUE
                       MOVE "CARDMSTR REPLACE" TO WS-ML-FIELD
                       MOVE CARD-STATUS TO WS-ML-OLD
                       IF NOT CARD-BLOCKED
                           MOVE "C" TO CARD-STATUS
                       END-IF
                       MOVE WS-CURR-DATE TO CARD-STATUS-DT
                       MOVE WS-NEXT-CARD-SEQ TO CARD-REPL-ID
                       STRING CARD-STATUS " - NEW CARD "
                           WS-NEXT-CARD-SEQ
                           DELIMITED BY SIZE INTO WS-ML-NEW
                       END-STRING
                       MOVE CARD-CIF-ID    TO WS-CM-CIF
                       MOVE CARD-PRI-ACCT  TO WS-CM-PRI-ACCT
                       MOVE CARD-SAV-ACCT  TO WS-CM-SAV-ACCT
                       MOVE CARD-ATM-LIMIT TO WS-CM-ATM-LIMIT
                       MOVE CARD-POS-LIMIT TO WS-CM-POS-LIMIT
                   END-IF
               WHEN CM-ACTION-REISSUE
                   IF CARD-ACTIVE OR CARD-EXPIRED
                       SET VALID-YES TO TRUE
                       COMPUTE WS-CM-EXPIRY =
                           WS-CURR-DATE / 100 + WS-CM-EXPIRY-YRS * 100
                       MOVE "CARDMSTR EXPIRY" TO WS-ML-FIELD
                       MOVE CARD-EXPIRY TO WS-ML-OLD
                       MOVE WS-CM-EXPIRY TO WS-ML-NEW
                       MOVE WS-CM-EXPIRY TO CARD-EXPIRY
                       MOVE "A" TO CARD-STATUS
                       MOVE WS-CURR-DATE TO CARD-STATUS-DT
                   ELSE
                       DISPLAY
                         "  *** CARD IS LOST, STOLEN OR CLOSED - "
                         "USE REPLACE ***"
                   END-IF
           END-EVALUATE
           .

       7740-CARD-LIST.
           DISPLAY " "
           DISPLAY "  --- CARDS FOR ACCOUNT ---"
           DISPLAY "  Account number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCT

           MOVE 0 TO WS-CM-LIST-CNT
           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00"
               DISPLAY "  (no cards on file)"
               CLOSE CARD-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CARD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CARD-REC-VALID
                              AND (CARD-PRI-ACCT = WS-SEARCH-ACCT
                                   OR CARD-SAV-ACCT = WS-SEARCH-ACCT)
                               ADD 1 TO WS-CM-LIST-CNT
                               MOVE CARD-ATM-LIMIT TO WS-CM-FMT-ATM
                               MOVE CARD-POS-LIMIT TO WS-CM-FMT-POS
                               DISPLAY "  Card: " CARD-ID
                                   "  " CARD-MASKED-NUM
                                   "  Stat: " CARD-STATUS
                                   "  Exp: " CARD-EXPIRY
                                   "  Issued: " CARD-ISSUED-DT
                               DISPLAY "      Pri: " CARD-PRI-ACCT
                                   "  Sav: " CARD-SAV-ACCT
                               DISPLAY "      ATM limit: " WS-CM-FMT-ATM
                                   "  POS limit: " WS-CM-FMT-POS
                               IF CARD-REPL-ID > 0
                                   DISPLAY "      Replaced by card: "
                                       CARD-REPL-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
               IF WS-CM-LIST-CNT = 0
                   DISPLAY "  (no cards for this account)"
               END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * DEBIT/ATM CARD SETTLEMENT INTAKE - READS THE NETWORK'S      *
      * DAILY SETTLEMENT FILE CARDSETL.dat (HEADER, ONE DETAIL PER  *
      * ATM/POS ITEM, TRAILER) AND POSTS EACH ITEM TO ACCTMSTR      *
      * WITH A MATCHING ATM- OR POS-CHANNEL ENTRY ON TXNJRNL.       *
      * AN ITEM IS REJECTED WHEN ITS CARD IS NOT ON CARDMSTR, IS    *
      * LOST, STOLEN, CLOSED OR PAST ITS EXPIRY, OR WHEN A DEBIT    *
      * WOULD TAKE THE CARD OVER ITS DAILY ATM-CASH OR POS LIMIT;   *
      * THE ACCOUNT CHECKS ARE THE SAME AS THE ACH/WIRE INTAKE.     *
      * A FOREIGN-ATM WITHDRAWAL IS CHARGED THE PRODUCT'S           *
      * PROD-ATM-FEE FROM PRODMSTR, WAIVED IF IT WOULD TAKE THE     *
      * ACCOUNT PAST ITS OVERDRAFT LIMIT. NO OVERDRAFT FEE IS       *
      * CHARGED ON CARD ITEMS - WE HOLD NO REG E OPT-IN.            *
      * REJECTS AND THE RECONCILIATION OF THE FILE AGAINST THE      *
      * NETWORK TRAILER GO TO CARDRECN.txt. DAILY USAGE IS KEPT     *
      * PER CARD FOR THE LATEST ITEM DATE SEEN; AN ITEM DATED       *
      * BEFORE THAT DAY IS CHECKED AGAINST THE LIMIT ON ITS OWN.    *
      * ENTRIES ARE EFFECTIVE THE DAY THEY ARE POSTED, SO THEY FALL *
      * INTO THAT DAY'S GL TRIAL BALANCE AND GLINTFC FILE; THE      *
      * NETWORK ITEM DATE FOLLOWS THE TRACE NUMBER IN TXN-REF-NUM.  *
      *------------------------------------------------------------*
       7750-BATCH-CARD-SETTLE.
           DISPLAY " "
           DISPLAY "  --- CARD SETTLEMENT INTAKE ---"
           DISPLAY "  Processing CARDSETL.dat..."
           INITIALIZE WS-CS-TOTALS
           MOVE SPACES TO WS-CS-NETWORK
           MOVE 0 TO WS-CS-SETTLE-DT
           SET CS-HDR-NO TO TRUE
           SET CS-TRL-NO TO TRUE
           SET CS-IN-BAL TO TRUE
           COMPUTE WS-CS-CURR-YM = WS-CURR-DATE / 100

           OPEN INPUT CSET-FILE
           IF WS-CSET-FS NOT = "00"
               DISPLAY "  (no card settlement file found)"
           ELSE
               PERFORM 7752-CS-LOAD-CARDS
               OPEN OUTPUT CRCN-FILE
               PERFORM 7780-CS-WRITE-RPT-HDR
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CSET-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CSET-IS-HEADER
                                   SET CS-HDR-YES TO TRUE
                                   MOVE CSET-H-NETWORK
                                       TO WS-CS-NETWORK
                                   MOVE CSET-H-SETTLE-DT
                                       TO WS-CS-SETTLE-DT
                               WHEN CSET-IS-DETAIL
                                   PERFORM 7755-CS-PROCESS-ITEM
                               WHEN CSET-IS-TRAILER
                                   SET CS-TRL-YES TO TRUE
                                   MOVE CSET-T-ITEM-CNT
                                       TO WS-CS-T-ITEM-CNT
                                   MOVE CSET-T-DR-TOTAL
                                       TO WS-CS-T-DR-TOTAL
                                   MOVE CSET-T-CR-TOTAL
                                       TO WS-CS-T-CR-TOTAL
                                   MOVE CSET-T-NET-AMT
                                       TO WS-CS-T-NET-AMT
                               WHEN OTHER
                                   ADD 1 TO WS-CS-BAD-CNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CSET-FILE
               PERFORM 7785-CS-WRITE-RECON
               CLOSE CRCN-FILE
               PERFORM 7790-CS-SAVE-CARDS

               DISPLAY "  Items read:     " WS-CS-READ-CNT
               DISPLAY "  Items posted:   " WS-CS-POST-CNT
               DISPLAY "  Items rejected: " WS-CS-REJ-CNT
               DISPLAY "  ATM fees:       " WS-CS-FEE-CNT
                   "  (waived: " WS-CS-FEE-WAIVE-CNT ")"
               IF WS-CS-EXPIRE-CNT > 0
                   DISPLAY "  Cards expired:  " WS-CS-EXPIRE-CNT
               END-IF
               IF WS-CS-CARD-OVFL-CNT > 0
                   DISPLAY
                     "  *** CARD TABLE FULL - " WS-CS-CARD-OVFL-CNT
                     " CARD(S) NOT LOADED ***"
               END-IF
               IF CS-IN-BAL
                   DISPLAY "  Settlement file IN BALANCE with trailer"
               ELSE
                   DISPLAY
                     "  *** SETTLEMENT FILE OUT OF BALANCE - "
                     "SEE CARDRECN.txt ***"
               END-IF
               DISPLAY "  Reconciliation written to CARDRECN.txt"
           END-IF
           .

      *------------------------------------------------------------*
      * CARDMSTR INTO THE CARD TABLE. AN ACTIVE CARD WHOSE EXPIRY   *
      * MONTH HAS PASSED IS MARKED EXPIRED HERE AND WRITTEN BACK    *
      * AT THE END OF THE RUN.                                      *
      *------------------------------------------------------------*
       7752-CS-LOAD-CARDS.
           MOVE 0 TO WS-CS-CARD-CNT
           MOVE 0 TO WS-CS-CARD-OVFL-CNT
           OPEN INPUT CARD-FILE
           IF WS-CARD-FS NOT = "00"
               CLOSE CARD-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CARD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CARD-REC-VALID
                               IF WS-CS-CARD-CNT >= WS-CS-CARD-MAX
                                   ADD 1 TO WS-CS-CARD-OVFL-CNT
                               ELSE
                                   ADD 1 TO WS-CS-CARD-CNT
                                   SET WS-CST-IX TO WS-CS-CARD-CNT
                                   PERFORM 7753-CS-LOAD-ONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF
           .

       7753-CS-LOAD-ONE.
           MOVE CARD-ID         TO WS-CST-ID(WS-CST-IX)
           MOVE CARD-MASKED-NUM TO WS-CST-MASKED(WS-CST-IX)
           MOVE CARD-PRI-ACCT   TO WS-CST-PRI-ACCT(WS-CST-IX)
           MOVE CARD-SAV-ACCT   TO WS-CST-SAV-ACCT(WS-CST-IX)
           MOVE CARD-STATUS     TO WS-CST-STATUS(WS-CST-IX)
           MOVE CARD-EXPIRY     TO WS-CST-EXPIRY(WS-CST-IX)
           MOVE CARD-ATM-LIMIT  TO WS-CST-ATM-LIMIT(WS-CST-IX)
           MOVE CARD-POS-LIMIT  TO WS-CST-POS-LIMIT(WS-CST-IX)
           MOVE CARD-USE-DT     TO WS-CST-USE-DT(WS-CST-IX)
           MOVE CARD-ATM-USED   TO WS-CST-ATM-USED(WS-CST-IX)
           MOVE CARD-POS-USED   TO WS-CST-POS-USED(WS-CST-IX)
           MOVE "N"             TO WS-CST-CHANGED(WS-CST-IX)
           IF CARD-ACTIVE AND CARD-EXPIRY < WS-CS-CURR-YM
               MOVE "E" TO WS-CST-STATUS(WS-CST-IX)
               MOVE "Y" TO WS-CST-CHANGED(WS-CST-IX)
               ADD 1 TO WS-CS-EXPIRE-CNT
           END-IF
           .

       7755-CS-PROCESS-ITEM.
           ADD 1 TO WS-CS-READ-CNT
           IF CSET-D-AMT NUMERIC
               IF CSET-D-IS-CREDIT
                   ADD CSET-D-AMT TO WS-CS-READ-CR
               ELSE
                   ADD CSET-D-AMT TO WS-CS-READ-DR
               END-IF
           END-IF
           PERFORM 7760-CS-VALIDATE-ITEM
           IF VALID-YES
               PERFORM 7765-CS-POST-ITEM
               PERFORM 7770-CS-LOG-ITEM
               IF CS-FEE-YES
                   PERFORM 7775-CS-LOG-FEE
               END-IF
               ADD 1 TO WS-CS-POST-CNT
               IF CSET-D-IS-CREDIT
                   ADD CSET-D-AMT TO WS-CS-POST-CR
               ELSE
                   ADD CSET-D-AMT TO WS-CS-POST-DR
               END-IF
           ELSE
               ADD 1 TO WS-CS-REJ-CNT
               IF CSET-D-AMT NUMERIC
                   IF CSET-D-IS-CREDIT
                       ADD CSET-D-AMT TO WS-CS-REJ-CR
                   ELSE
                       ADD CSET-D-AMT TO WS-CS-REJ-DR
                   END-IF
               END-IF
               PERFORM 7782-CS-WRITE-REJ
           END-IF
           .

       7758-CS-FIND-CARD.
           SET CS-CARD-MISSING TO TRUE
           SET WS-CST-IX TO 1
           PERFORM UNTIL WS-CST-IX > WS-CS-CARD-CNT
                      OR CS-CARD-FOUND
               IF WS-CST-ID(WS-CST-IX) = WS-CS-SRCH-ID
                   SET CS-CARD-FOUND TO TRUE
               ELSE
                   SET WS-CST-IX UP BY 1
               END-IF
           END-PERFORM
           .

      *------------------------------------------------------------*
      * ONE SETTLEMENT ITEM - CARD CHECKS FIRST, THEN THE DAILY     *
      * LIMIT, THEN THE ACCOUNT THE CARDHOLDER SELECTED. SETS       *
      * VALID-YES, OR VALID-NO WITH WS-CS-REJ-REASON.               *
      *------------------------------------------------------------*
       7760-CS-VALIDATE-ITEM.
           SET VALID-NO TO TRUE
           SET CS-FEE-NO TO TRUE
           MOVE SPACES TO WS-CS-REJ-REASON
           MOVE SPACES TO WS-CS-ACCT
           MOVE CSET-D-CARD-ID TO WS-CS-SRCH-ID
           PERFORM 7758-CS-FIND-CARD

           IF CS-CARD-MISSING
               MOVE "CARD NOT ON FILE" TO WS-CS-REJ-REASON
           ELSE
           IF WS-CST-MASKED(WS-CST-IX) NOT = CSET-D-MASKED-NUM
               MOVE "CARD NUMBER MISMATCH" TO WS-CS-REJ-REASON
           ELSE
           IF CSET-D-AMT NOT NUMERIC OR CSET-D-TXN-DT NOT NUMERIC
               MOVE "INVALID ITEM DATA" TO WS-CS-REJ-REASON
           ELSE
               PERFORM 7762-CS-GET-USAGE
               PERFORM 7763-CS-READ-ACCT
               IF CSET-D-AMT <= 0
                  OR (NOT CSET-D-IS-ATM AND NOT CSET-D-IS-POS)
                  OR (NOT CSET-D-IS-DEBIT AND NOT CSET-D-IS-CREDIT)
                   MOVE "INVALID ITEM DATA" TO WS-CS-REJ-REASON
               ELSE
               IF WS-CST-STATUS(WS-CST-IX) = "L"
                   MOVE "CARD REPORTED LOST" TO WS-CS-REJ-REASON
               ELSE
               IF WS-CST-STATUS(WS-CST-IX) = "S"
                   MOVE "CARD REPORTED STOLEN" TO WS-CS-REJ-REASON
               ELSE
               IF WS-CST-STATUS(WS-CST-IX) = "C"
                   MOVE "CARD CLOSED" TO WS-CS-REJ-REASON
               ELSE
               IF WS-CST-EXPIRY(WS-CST-IX) < WS-CS-TXN-YM
                   MOVE "CARD EXPIRED" TO WS-CS-REJ-REASON
               ELSE
               IF CSET-D-IS-DEBIT AND CSET-D-IS-ATM
                  AND WS-CS-USED + CSET-D-AMT > WS-CS-LIMIT
                   MOVE "OVER DAILY ATM CASH LIMIT"
                       TO WS-CS-REJ-REASON
               ELSE
               IF CSET-D-IS-DEBIT AND CSET-D-IS-POS
                  AND WS-CS-USED + CSET-D-AMT > WS-CS-LIMIT
                   MOVE "OVER DAILY POS LIMIT" TO WS-CS-REJ-REASON
               ELSE
               IF WS-CS-ACCT = SPACES
                   MOVE "NO SAVINGS ACCOUNT LINKED"
                       TO WS-CS-REJ-REASON
               ELSE
               IF FOUND-NO
                   MOVE "ACCOUNT NOT ON FILE" TO WS-CS-REJ-REASON
               ELSE
               IF NOT CS-ACCT-ACTIVE
                   MOVE "ACCOUNT NOT ACTIVE" TO WS-CS-REJ-REASON
               ELSE
               IF CS-ACCT-IS-LOAN
                   MOVE "LOAN ACCOUNT" TO WS-CS-REJ-REASON
               ELSE
               IF CSET-D-IS-CREDIT AND CS-NO-CREDIT
                   MOVE "CREDITS BLOCKED" TO WS-CS-REJ-REASON
               ELSE
               IF CSET-D-IS-DEBIT AND CS-DEBIT-BLOCKED
                   MOVE "DEBITS BLOCKED" TO WS-CS-REJ-REASON
               ELSE
               IF CSET-D-IS-DEBIT
                   COMPUTE WS-AVAIL-AFTER =
                       WS-SRC-AVAIL - CSET-D-AMT
                   IF WS-AVAIL-AFTER < - WS-SRC-OD-LIMIT
                       MOVE "INSUFFICIENT FUNDS"
                           TO WS-CS-REJ-REASON
                   ELSE
                       SET VALID-YES TO TRUE
                   END-IF
               ELSE
                   SET VALID-YES TO TRUE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * LIMIT AND USAGE SO FAR FOR THE ITEM'S CHANNEL, AND THE      *
      * ACCOUNT THE ITEM DRAWS ON. USAGE ONLY COUNTS WHEN THE ITEM  *
      * FALLS ON THE DAY THE CARD IS TRACKING.                      *
      *------------------------------------------------------------*
       7762-CS-GET-USAGE.
           COMPUTE WS-CS-TXN-YM = CSET-D-TXN-DT / 100
           IF CSET-D-IS-ATM
               MOVE WS-CST-ATM-LIMIT(WS-CST-IX) TO WS-CS-LIMIT
               MOVE WS-CST-ATM-USED(WS-CST-IX)  TO WS-CS-USED
           ELSE
               MOVE WS-CST-POS-LIMIT(WS-CST-IX) TO WS-CS-LIMIT
               MOVE WS-CST-POS-USED(WS-CST-IX)  TO WS-CS-USED
           END-IF
           IF CSET-D-TXN-DT NOT = WS-CST-USE-DT(WS-CST-IX)
               MOVE 0 TO WS-CS-USED
           END-IF
           IF CSET-D-FROM-SAV
               MOVE WS-CST-SAV-ACCT(WS-CST-IX) TO WS-CS-ACCT
           ELSE
               MOVE WS-CST-PRI-ACCT(WS-CST-IX) TO WS-CS-ACCT
           END-IF
           .

       7763-CS-READ-ACCT.
           SET FOUND-NO TO TRUE
           MOVE SPACES TO WS-CS-ACCT-ST
           MOVE SPACES TO WS-CS-RESTRICT
           MOVE "N" TO WS-CS-LOAN
           MOVE SPACES TO WS-FOUND-CIF-ID
           MOVE SPACES TO WS-FOUND-PROD
           IF WS-CS-ACCT NOT = SPACES
               OPEN INPUT ACCOUNT-FILE
               MOVE WS-CS-ACCT TO ACCT-NUM
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FOUND-YES TO TRUE
                       MOVE ACCT-AVAIL-BAL TO WS-SRC-AVAIL
                       MOVE ACCT-OD-LIMIT TO WS-SRC-OD-LIMIT
                       MOVE ACCT-CIF-ID TO WS-FOUND-CIF-ID
                       MOVE ACCT-PROD-CODE TO WS-FOUND-PROD
                       MOVE ACCT-STATUS TO WS-CS-ACCT-ST
                       MOVE ACCT-RESTRICT-CD TO WS-CS-RESTRICT
                       IF ACCT-IS-HEL1 OR ACCT-IS-MTG1
                          OR (ACCT-IS-COM1
                              AND ACCT-INT-RATE > 0)
                           MOVE "Y" TO WS-CS-LOAN
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF
           .

       7765-CS-POST-ITEM.
           OPEN I-O ACCOUNT-FILE
           MOVE WS-CS-ACCT TO ACCT-NUM
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CSET-D-IS-CREDIT
                       ADD CSET-D-AMT TO ACCT-LEDGER-BAL
                       ADD CSET-D-AMT TO ACCT-AVAIL-BAL
                   ELSE
                       SUBTRACT CSET-D-AMT FROM ACCT-LEDGER-BAL
                       SUBTRACT CSET-D-AMT FROM ACCT-AVAIL-BAL
                       IF CSET-D-IS-POS
                          AND (ACCT-IS-SAV1 OR ACCT-IS-MMA1)
                           ADD 1 TO ACCT-REGD-CTR
                       END-IF
                   END-IF
                   MOVE ACCT-LEDGER-BAL TO WS-FOUND-LEDGER
                   IF CSET-D-IS-DEBIT AND CSET-D-IS-ATM
                      AND CSET-D-FOREIGN-ATM
                       PERFORM 7766-CS-APPLY-ATM-FEE
                   END-IF
                   MOVE WS-CURR-DATE TO ACCT-LAST-ACTIVITY-DT
                   REWRITE ACCT-REC
           END-READ
           CLOSE ACCOUNT-FILE
           IF CSET-D-IS-DEBIT
               PERFORM 7768-CS-ADD-USAGE
           END-IF
           .

       7766-CS-APPLY-ATM-FEE.
           MOVE 0 TO WS-CS-FEE-AMT
           MOVE ACCT-PROD-CODE TO WS-PROD-SRCH-CODE
           PERFORM 8700-FIND-PRODUCT
           IF PROD-OK-YES
               MOVE WS-PT-ATM-FEE(WS-PROD-IX) TO WS-CS-FEE-AMT
           END-IF
           IF WS-CS-FEE-AMT > 0
               IF ACCT-AVAIL-BAL - WS-CS-FEE-AMT < - ACCT-OD-LIMIT
                   ADD 1 TO WS-CS-FEE-WAIVE-CNT
               ELSE
                   SUBTRACT WS-CS-FEE-AMT FROM ACCT-LEDGER-BAL
                   SUBTRACT WS-CS-FEE-AMT FROM ACCT-AVAIL-BAL
                   MOVE ACCT-LEDGER-BAL TO WS-CS-FEE-LEDGER
                   SET CS-FEE-YES TO TRUE
                   ADD 1 TO WS-CS-FEE-CNT
                   ADD WS-CS-FEE-AMT TO WS-CS-FEE-TOTAL
               END-IF
           END-IF
           .

       7768-CS-ADD-USAGE.
           IF CSET-D-TXN-DT > WS-CST-USE-DT(WS-CST-IX)
               MOVE CSET-D-TXN-DT TO WS-CST-USE-DT(WS-CST-IX)
               MOVE 0 TO WS-CST-ATM-USED(WS-CST-IX)
               MOVE 0 TO WS-CST-POS-USED(WS-CST-IX)
           END-IF
           IF CSET-D-TXN-DT = WS-CST-USE-DT(WS-CST-IX)
               IF CSET-D-IS-ATM
                   ADD CSET-D-AMT TO WS-CST-ATM-USED(WS-CST-IX)
               ELSE
                   ADD CSET-D-AMT TO WS-CST-POS-USED(WS-CST-IX)
               END-IF
               MOVE "Y" TO WS-CST-CHANGED(WS-CST-IX)
           END-IF
           .

       7770-CS-LOG-ITEM.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE WS-CS-ACCT        TO TXN-ACCT-NUM
           MOVE WS-FOUND-CIF-ID   TO TXN-CIF-ID
           MOVE WS-CURR-DATE      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE WS-FOUND-LEDGER   TO TXN-RUN-BAL
           MOVE CSET-D-CHANNEL    TO TXN-CHANNEL
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "BATCHCRD"        TO TXN-TERMINAL-ID
           MOVE CSET-D-AUTH-CODE  TO TXN-AUTH-CODE
           MOVE SPACES            TO TXN-REF-NUM
           STRING CSET-D-TRACE CSET-D-TXN-DT
               DELIMITED BY SIZE INTO TXN-REF-NUM
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           MOVE CSET-D-AMT        TO TXN-AMT
           PERFORM 7772-CS-SET-DESC
           IF CSET-D-IS-CREDIT
               MOVE "DEP"             TO TXN-TYPE-CD
               MOVE "C"               TO TXN-DR-CR
               MOVE WS-CS-SETTLE-GL   TO WS-PR-GL-DR
               MOVE "2001000100"      TO WS-PR-GL-CR
           ELSE
               MOVE "WDL"             TO TXN-TYPE-CD
               MOVE "D"               TO TXN-DR-CR
               MOVE "2001000100"      TO WS-PR-GL-DR
               MOVE WS-CS-SETTLE-GL   TO WS-PR-GL-CR
           END-IF
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "CARD"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

       7772-CS-SET-DESC.
           MOVE SPACES TO TXN-DESC
           EVALUATE TRUE
               WHEN CSET-D-IS-ATM AND CSET-D-IS-DEBIT
                   STRING "ATM WITHDRAWAL " DELIMITED BY SIZE
                       CSET-D-TERMINAL DELIMITED BY SPACE
                       " *" CSET-D-MASKED-NUM(13:4)
                       DELIMITED BY SIZE INTO TXN-DESC
                   END-STRING
               WHEN CSET-D-IS-ATM
                   STRING "ATM DEPOSIT " DELIMITED BY SIZE
                       CSET-D-TERMINAL DELIMITED BY SPACE
                       " *" CSET-D-MASKED-NUM(13:4)
                       DELIMITED BY SIZE INTO TXN-DESC
                   END-STRING
               WHEN CSET-D-IS-DEBIT
                   STRING "POS " DELIMITED BY SIZE
                       CSET-D-MERCHANT DELIMITED BY "  "
                       " *" CSET-D-MASKED-NUM(13:4)
                       DELIMITED BY SIZE INTO TXN-DESC
                   END-STRING
               WHEN OTHER
                   STRING "POS RFND " DELIMITED BY SIZE
                       CSET-D-MERCHANT DELIMITED BY "  "
                       " *" CSET-D-MASKED-NUM(13:4)
                       DELIMITED BY SIZE INTO TXN-DESC
                   END-STRING
           END-EVALUATE
           .

       7775-CS-LOG-FEE.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-FS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-NEXT-TXN-SEQ   TO WS-GEN-TXN-SEQ
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE WS-GEN-TXN-SEQ   TO TXN-SEQ-NUM
           MOVE WS-CS-ACCT        TO TXN-ACCT-NUM
           MOVE WS-FOUND-CIF-ID   TO TXN-CIF-ID
           MOVE WS-CURR-DATE      TO TXN-EFFDT
           MOVE WS-CURR-DATE      TO TXN-POST-DT
           MOVE WS-CURR-TIME(1:6) TO TXN-POST-TIME
           MOVE "SVC"             TO TXN-TYPE-CD
           MOVE "D"               TO TXN-DR-CR
           MOVE WS-CS-FEE-AMT     TO TXN-AMT
           MOVE WS-CS-FEE-LEDGER  TO TXN-RUN-BAL
           MOVE "ATM"             TO TXN-CHANNEL
           MOVE "SYSTEM"          TO TXN-TELLER-ID
           MOVE "BATCHCRD"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE SPACES            TO TXN-REF-NUM
           STRING CSET-D-TRACE CSET-D-TXN-DT
               DELIMITED BY SIZE INTO TXN-REF-NUM
           END-STRING
           MOVE SPACES            TO TXN-DESC
           STRING "FOREIGN ATM FEE *" CSET-D-MASKED-NUM(13:4)
               DELIMITED BY SIZE INTO TXN-DESC
           END-STRING
           MOVE "00000001"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "2001000100"      TO WS-PR-GL-DR
           MOVE "4003000100"      TO WS-PR-GL-CR
           MOVE WS-FOUND-PROD     TO WS-PR-PROD
           MOVE TXN-TYPE-CD       TO WS-PR-TYPE
           MOVE "ATMF"            TO WS-PR-REASON
           PERFORM 8760-GET-POSTING-RULE
           MOVE WS-PR-GL-DR       TO TXN-GL-DR-ACCT
           MOVE WS-PR-GL-CR       TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC
           CLOSE TRANSACTION-FILE
           ADD 1 TO WS-NEXT-TXN-SEQ
           .

      *------------------------------------------------------------*
      * CARDRECN.TXT - REJECTED ITEMS ARE LISTED AS THEY ARE MET;   *
      * THE RECONCILIATION TO THE NETWORK TRAILER FOLLOWS THEM.     *
      *------------------------------------------------------------*
       7780-CS-WRITE-RPT-HDR.
           MOVE SPACES TO CRCN-LINE
           STRING "  CARD SETTLEMENT RECONCILIATION - RUN DATE "
               WS-CURR-DATE
               DELIMITED BY SIZE INTO CRCN-LINE
           END-STRING
           WRITE CRCN-LINE
           MOVE WS-RPT-SEP TO CRCN-LINE
           WRITE CRCN-LINE
           MOVE "  REJECTED ITEMS" TO CRCN-LINE
           WRITE CRCN-LINE
           MOVE WS-CS-COL-HDR TO CRCN-LINE
           WRITE CRCN-LINE
           .

       7782-CS-WRITE-REJ.
           MOVE SPACES TO CRCN-LINE
           IF CSET-D-AMT NUMERIC
               MOVE CSET-D-AMT TO WS-FMT-AMT
           ELSE
               MOVE 0 TO WS-FMT-AMT
           END-IF
           STRING "    " CSET-D-CARD-ID "  "
               CSET-D-MASKED-NUM "  "
               CSET-D-TXN-DT "  "
               CSET-D-CHANNEL "  "
               CSET-D-DR-CR "  "
               WS-FMT-AMT "  "
               CSET-D-TRACE "  "
               WS-CS-REJ-REASON
               DELIMITED BY SIZE INTO CRCN-LINE
           END-STRING
           WRITE CRCN-LINE
           .

       7785-CS-WRITE-RECON.
           IF WS-CS-REJ-CNT = 0
               MOVE "    (NONE)" TO CRCN-LINE
               WRITE CRCN-LINE
           END-IF
           MOVE SPACES TO CRCN-LINE
           WRITE CRCN-LINE
           MOVE SPACES TO CRCN-LINE
           STRING "  NETWORK: " WS-CS-NETWORK
               "   SETTLEMENT DATE: " WS-CS-SETTLE-DT
               DELIMITED BY SIZE INTO CRCN-LINE
           END-STRING
           WRITE CRCN-LINE
           IF CS-HDR-NO
               MOVE "  (NO HEADER RECORD ON SETTLEMENT FILE)"
                   TO CRCN-LINE
               WRITE CRCN-LINE
           END-IF
           IF WS-CS-BAD-CNT > 0
               MOVE SPACES TO CRCN-LINE
               STRING "  (" WS-CS-BAD-CNT
                   " UNRECOGNIZED RECORD(S) SKIPPED)"
                   DELIMITED BY SIZE INTO CRCN-LINE
               END-STRING
               WRITE CRCN-LINE
           END-IF
           MOVE WS-CS-RECN-HDR TO CRCN-LINE
           WRITE CRCN-LINE

           COMPUTE WS-CS-NET = WS-CS-READ-DR - WS-CS-READ-CR
           MOVE "SETTLEMENT FILE"  TO WS-CS-RL-LABEL
           MOVE WS-CS-READ-CNT     TO WS-CS-RL-CNT
           MOVE WS-CS-READ-DR      TO WS-CS-RL-DR
           MOVE WS-CS-READ-CR      TO WS-CS-RL-CR
           MOVE WS-CS-NET          TO WS-CS-RL-NET
           MOVE WS-CS-RECN-LINE    TO CRCN-LINE
           WRITE CRCN-LINE

           IF CS-TRL-NO
               SET CS-OUT-OF-BAL TO TRUE
               MOVE "  (NO TRAILER RECORD - FILE NOT PROVED)"
                   TO CRCN-LINE
               WRITE CRCN-LINE
           ELSE
               MOVE "NETWORK TRAILER"  TO WS-CS-RL-LABEL
               MOVE WS-CS-T-ITEM-CNT   TO WS-CS-RL-CNT
               MOVE WS-CS-T-DR-TOTAL   TO WS-CS-RL-DR
               MOVE WS-CS-T-CR-TOTAL   TO WS-CS-RL-CR
               MOVE WS-CS-T-NET-AMT    TO WS-CS-RL-NET
               MOVE WS-CS-RECN-LINE    TO CRCN-LINE
               WRITE CRCN-LINE
               COMPUTE WS-CS-DIFF-CNT =
                   WS-CS-READ-CNT - WS-CS-T-ITEM-CNT
               COMPUTE WS-CS-DIFF-DR =
                   WS-CS-READ-DR - WS-CS-T-DR-TOTAL
               COMPUTE WS-CS-DIFF-CR =
                   WS-CS-READ-CR - WS-CS-T-CR-TOTAL
               COMPUTE WS-CS-DIFF-NET =
                   WS-CS-NET - WS-CS-T-NET-AMT
               MOVE "DIFFERENCE"       TO WS-CS-RL-LABEL
               MOVE WS-CS-DIFF-CNT     TO WS-CS-RL-CNT
               MOVE WS-CS-DIFF-DR      TO WS-CS-RL-DR
               MOVE WS-CS-DIFF-CR      TO WS-CS-RL-CR
               MOVE WS-CS-DIFF-NET     TO WS-CS-RL-NET
               MOVE WS-CS-RECN-LINE    TO CRCN-LINE
               WRITE CRCN-LINE
               IF WS-CS-DIFF-CNT NOT = 0 OR WS-CS-DIFF-DR NOT = 0
                  OR WS-CS-DIFF-CR NOT = 0 OR WS-CS-DIFF-NET NOT = 0
                   SET CS-OUT-OF-BAL TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO CRCN-LINE
           WRITE CRCN-LINE
           COMPUTE WS-CS-NET = WS-CS-POST-DR - WS-CS-POST-CR
           MOVE "POSTED"           TO WS-CS-RL-LABEL
           MOVE WS-CS-POST-CNT     TO WS-CS-RL-CNT
           MOVE WS-CS-POST-DR      TO WS-CS-RL-DR
           MOVE WS-CS-POST-CR      TO WS-CS-RL-CR
           MOVE WS-CS-NET          TO WS-CS-RL-NET
           MOVE WS-CS-RECN-LINE    TO CRCN-LINE
           WRITE CRCN-LINE
           COMPUTE WS-CS-NET = WS-CS-REJ-DR - WS-CS-REJ-CR
           MOVE "REJECTED"         TO WS-CS-RL-LABEL
           MOVE WS-CS-REJ-CNT      TO WS-CS-RL-CNT
           MOVE WS-CS-REJ-DR       TO WS-CS-RL-DR
           MOVE WS-CS-REJ-CR       TO WS-CS-RL-CR
           MOVE WS-CS-NET          TO WS-CS-RL-NET
           MOVE WS-CS-RECN-LINE    TO CRCN-LINE
           WRITE CRCN-LINE
           MOVE "FOREIGN ATM FEES"  TO WS-CS-RL-LABEL
           MOVE WS-CS-FEE-CNT      TO WS-CS-RL-CNT
           MOVE WS-CS-FEE-TOTAL    TO WS-CS-RL-DR
           MOVE 0                  TO WS-CS-RL-CR
           MOVE WS-CS-FEE-TOTAL    TO WS-CS-RL-NET
           MOVE WS-CS-RECN-LINE    TO CRCN-LINE
           WRITE CRCN-LINE
           IF WS-CS-FEE-WAIVE-CNT > 0
               MOVE SPACES TO CRCN-LINE
               STRING "  (" WS-CS-FEE-WAIVE-CNT
                   " FOREIGN ATM FEE(S) WAIVED - OVERDRAFT LIMIT)"
                   DELIMITED BY SIZE INTO CRCN-LINE
               END-STRING
               WRITE CRCN-LINE
           END-IF

           MOVE WS-RPT-SEP TO CRCN-LINE
           WRITE CRCN-LINE
           IF CS-IN-BAL
               MOVE "  SETTLEMENT FILE IN BALANCE WITH NETWORK TRAILER"
                   TO CRCN-LINE
           ELSE
               MOVE
                 "  *** SETTLEMENT FILE OUT OF BALANCE WITH TRAILER ***"
                   TO CRCN-LINE
           END-IF
           WRITE CRCN-LINE
           COMPUTE WS-CS-NET = WS-CS-POST-DR - WS-CS-POST-CR
           MOVE WS-CS-NET TO WS-FMT-AMT
           MOVE SPACES TO CRCN-LINE
           STRING "  NET DUE TO NETWORK AFTER RETURNS: " WS-FMT-AMT
               DELIMITED BY SIZE INTO CRCN-LINE
           END-STRING
           WRITE CRCN-LINE
           .

      *------------------------------------------------------------*
      * WRITE THE RUN'S STATUS AND USAGE CHANGES BACK TO CARDMSTR   *
      * THROUGH THE TEMP FILE.                                      *
      *------------------------------------------------------------*
       7790-CS-SAVE-CARDS.
           MOVE 0 TO WS-CS-CHG-CNT
           PERFORM VARYING WS-CST-IX FROM 1 BY 1
                   UNTIL WS-CST-IX > WS-CS-CARD-CNT
               IF WS-CST-CHANGED(WS-CST-IX) = "Y"
                   ADD 1 TO WS-CS-CHG-CNT
               END-IF
           END-PERFORM
           IF WS-CS-CHG-CNT > 0
               OPEN INPUT CARD-FILE
               OPEN OUTPUT CARD-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CARD-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CARD-REC-VALID
                               MOVE CARD-ID TO WS-CS-SRCH-ID
                               PERFORM 7758-CS-FIND-CARD
                               IF CS-CARD-FOUND
                                  AND WS-CST-CHANGED(WS-CST-IX) = "Y"
                                   PERFORM 7792-CS-SAVE-ONE
                               END-IF
                           END-IF
                           MOVE CARD-REC TO CRDT-REC
                           WRITE CRDT-REC
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
               CLOSE CARD-TEMP-FILE
               PERFORM 8695-SWAP-CARD-FILE
           END-IF
           .

       7792-CS-SAVE-ONE.
           IF WS-CST-STATUS(WS-CST-IX) NOT = CARD-STATUS
               MOVE WS-CST-STATUS(WS-CST-IX) TO CARD-STATUS
               MOVE WS-CURR-DATE TO CARD-STATUS-DT
           END-IF
           MOVE WS-CST-USE-DT(WS-CST-IX)   TO CARD-USE-DT
           MOVE WS-CST-ATM-USED(WS-CST-IX) TO CARD-ATM-USED
           MOVE WS-CST-POS-USED(WS-CST-IX) TO CARD-POS-USED
           .

      *------------------------------------------------------------*
      * APPEND ONE MAINTENANCE AUDIT RECORD FROM THE WS-ML FIELDS   *
      * SET BY THE CALLER - BEFORE IMAGE, AFTER IMAGE, OPERATOR,    *
      * AND TIMESTAMP.                                              *
      *------------------------------------------------------------*
       7900-WRITE-MAINT-LOG.
           OPEN EXTEND MLOG-FILE
           IF WS-MLOG-FS NOT = "00"
               OPEN OUTPUT MLOG-FILE
           END-IF
           INITIALIZE ML-REC
           MOVE "ML"              TO ML-REC-TYPE
           MOVE WS-NEXT-ML-SEQ    TO ML-SEQ
           MOVE WS-CURR-DATE      TO ML-DT
           MOVE WS-CURR-TIME(1:6) TO ML-TIME
           MOVE WS-OPERATOR-ID    TO ML-OPERATOR
           MOVE WS-ML-KEY-TYPE    TO ML-KEY-TYPE
           MOVE WS-ML-KEY         TO ML-KEY
           MOVE WS-ML-FIELD       TO ML-FIELD
           MOVE WS-ML-OLD         TO ML-OLD-VALUE
           MOVE WS-ML-NEW         TO ML-NEW-VALUE
           MOVE SPACES            TO ML-FILLER
           WRITE ML-REC
           CLOSE MLOG-FILE
           ADD 1 TO WS-NEXT-ML-SEQ
           .

      *------------------------------------------------------------*
      * OPERATOR SECURITY MAINTENANCE (SUPERVISOR ONLY). EVERY      *
      * CHANGE IS WRITTEN TO MAINTLOG UNDER KEY TYPE "O".           *
      *------------------------------------------------------------*
       7950-OPR-MAINT.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "     OPERATOR SECURITY MAINTENANCE"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Add Operator"
           DISPLAY "  2. Revoke/Reinstate Operator"
           DISPLAY "  3. Reset Operator PIN"
           DISPLAY "  4. Change Operator Dollar Limits"
           DISPLAY "  5. List Operators"
           DISPLAY "  0. Return"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1 PERFORM 7955-OPR-ADD
               WHEN 2
                   SET OPR-UPD-STATUS TO TRUE
                   PERFORM 7960-OPR-UPDATE
               WHEN 3
                   SET OPR-UPD-PIN TO TRUE
                   PERFORM 7960-OPR-UPDATE
               WHEN 4
                   SET OPR-UPD-LIMITS TO TRUE
                   PERFORM 7960-OPR-UPDATE
               WHEN 5 PERFORM 7980-OPR-LIST
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

       7955-OPR-ADD.
           DISPLAY " "
           DISPLAY "  --- ADD OPERATOR ---"
           DISPLAY "  Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPR-SRCH-ID
           INSPECT WS-OPR-SRCH-ID
               CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "  Name: " WITH NO ADVANCING
           ACCEPT WS-OPR-INPUT-NAME
           DISPLAY "  Role (TL=Teller SV=Supervisor BO=Back office "
               "CO=Compliance OP=Operations): " WITH NO ADVANCING
           ACCEPT WS-OPR-INPUT-ROLE
           INSPECT WS-OPR-INPUT-ROLE
               CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "  Home branch: " WITH NO ADVANCING
           ACCEPT WS-OPR-INPUT-BRANCH
           DISPLAY "  Initial PIN: " WITH NO ADVANCING
           ACCEPT WS-OPR-INPUT-PIN
           DISPLAY "  Withdrawal limit per transaction: "
               WITH NO ADVANCING
           ACCEPT WS-OPR-INPUT-WDL
           DISPLAY "  Transfer limit per transaction: "
               WITH NO ADVANCING
           ACCEPT WS-OPR-INPUT-XFR

           PERFORM 1310-FIND-OPERATOR
           IF WS-OPR-SRCH-ID = SPACES
               DISPLAY "  *** ERROR: Operator id is required ***"
           ELSE
           IF OPR-FOUND-YES
               DISPLAY "  *** ERROR: Operator id already on file ***"
           ELSE
           IF WS-OPR-INPUT-ROLE NOT = "TL"
              AND WS-OPR-INPUT-ROLE NOT = "SV"
              AND WS-OPR-INPUT-ROLE NOT = "BO"
              AND WS-OPR-INPUT-ROLE NOT = "CO"
              AND WS-OPR-INPUT-ROLE NOT = "OP"
               DISPLAY "  *** ERROR: Invalid role ***"
           ELSE
           IF WS-OPR-INPUT-PIN = SPACES
               DISPLAY "  *** ERROR: PIN is required ***"
           ELSE
           IF WS-OPR-INPUT-WDL < 0 OR WS-OPR-INPUT-XFR < 0
               DISPLAY "  *** ERROR: Limits cannot be negative ***"
           ELSE
               OPEN EXTEND OPR-FILE
               IF WS-OPR-FS NOT = "00"
                   OPEN OUTPUT OPR-FILE
               END-IF
               INITIALIZE OPR-REC
               MOVE "OP"              TO OPR-REC-TYPE
               MOVE WS-OPR-SRCH-ID    TO OPR-ID
               MOVE WS-OPR-INPUT-PIN  TO OPR-PIN
               MOVE WS-OPR-INPUT-NAME TO OPR-NAME
               MOVE WS-OPR-INPUT-ROLE TO OPR-ROLE
               MOVE WS-OPR-INPUT-BRANCH TO OPR-BRANCH
               MOVE "A"               TO OPR-STATUS
               MOVE WS-OPR-INPUT-WDL  TO OPR-WDL-LIMIT
               MOVE WS-OPR-INPUT-XFR  TO OPR-XFR-LIMIT
               MOVE WS-CURR-DATE      TO OPR-MAINT-DT
               MOVE WS-OPERATOR-ID    TO OPR-MAINT-USER
               MOVE SPACES            TO OPR-FILLER
               WRITE OPR-REC
               CLOSE OPR-FILE
               MOVE "O" TO WS-ML-KEY-TYPE
               MOVE WS-OPR-SRCH-ID TO WS-ML-KEY
               MOVE "OPERATOR ADDED" TO WS-ML-FIELD
               MOVE SPACES TO WS-ML-OLD
               MOVE SPACES TO WS-ML-NEW
               STRING "ROLE " WS-OPR-INPUT-ROLE
                   " BRANCH " WS-OPR-INPUT-BRANCH
                   DELIMITED BY SIZE INTO WS-ML-NEW
               END-STRING
               PERFORM 7900-WRITE-MAINT-LOG
               DISPLAY "  Operator added: " WS-OPR-SRCH-ID
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * APPLY ONE CHANGE (WS-OPR-UPD-ACTION) TO AN EXISTING         *
      * OPERATOR: STATUS TOGGLE, PIN RESET OR NEW DOLLAR LIMITS.    *
      * NO OPERATOR MAY CHANGE THE SIGN-ON IN USE, AND A PIN RESET  *
      * ON ANOTHER SUPERVISOR NEEDS A SECOND SUPERVISOR'S APPROVAL  *
      * (8820-SUPV-APPROVE).                                        *
      * REFUSALS ARE WRITTEN TO MAINTLOG.                           *
      *------------------------------------------------------------*
       7960-OPR-UPDATE.
           DISPLAY " "
           DISPLAY "  Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPR-SRCH-ID
           INSPECT WS-OPR-SRCH-ID
               CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE TRUE
               WHEN OPR-UPD-PIN
                   DISPLAY "  New PIN: " WITH NO ADVANCING
                   ACCEPT WS-OPR-INPUT-PIN
               WHEN OPR-UPD-LIMITS
                   DISPLAY "  New withdrawal limit: "
                       WITH NO ADVANCING
                   ACCEPT WS-OPR-INPUT-WDL
                   DISPLAY "  New transfer limit: "
                       WITH NO ADVANCING
                   ACCEPT WS-OPR-INPUT-XFR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           SET VALID-YES TO TRUE
           IF OPR-UPD-PIN AND WS-OPR-INPUT-PIN NOT = SPACES
              AND WS-OPR-SRCH-ID NOT = WS-OPERATOR-ID
               PERFORM 7962-OPR-PIN-APPROVAL
           END-IF

           IF (OPR-UPD-STATUS OR OPR-UPD-PIN OR OPR-UPD-LIMITS)
              AND WS-OPR-SRCH-ID = WS-OPERATOR-ID
               DISPLAY "  *** ERROR: Cannot change your own "
                   "sign-on ***"
               MOVE "SELF-CHANGE REFUSED" TO WS-ML-NEW
               PERFORM 7964-OPR-LOG-REFUSAL
           ELSE
           IF VALID-NO
               CONTINUE
           ELSE
           IF OPR-UPD-PIN AND WS-OPR-INPUT-PIN = SPACES
               DISPLAY "  *** ERROR: PIN is required ***"
           ELSE
           IF OPR-UPD-LIMITS
              AND (WS-OPR-INPUT-WDL < 0 OR WS-OPR-INPUT-XFR < 0)
               DISPLAY "  *** ERROR: Limits cannot be negative ***"
           ELSE
               SET OPR-FOUND-NO TO TRUE
               OPEN INPUT OPR-FILE
               IF WS-OPR-FS NOT = "00"
                   DISPLAY "  *** No operators on file ***"
                   CLOSE OPR-FILE
               ELSE
                   OPEN OUTPUT OPR-TEMP-FILE
                   SET EOF-NO TO TRUE
                   PERFORM UNTIL EOF-YES
                       READ OPR-FILE
                           AT END SET EOF-YES TO TRUE
                           NOT AT END
                               IF OPR-ID = WS-OPR-SRCH-ID
                                   SET OPR-FOUND-YES TO TRUE
                                   PERFORM 7965-OPR-APPLY-CHANGE
                               END-IF
                               MOVE OPR-REC TO OPRT-REC
                               WRITE OPRT-REC
                       END-READ
                   END-PERFORM
                   CLOSE OPR-FILE
                   CLOSE OPR-TEMP-FILE
                   IF OPR-FOUND-NO
                       DISPLAY "  *** OPERATOR NOT FOUND ***"
                   ELSE
                       PERFORM 8693-SWAP-OPR-FILE
                       PERFORM 7900-WRITE-MAINT-LOG
                       IF OPR-UPD-LIMITS
                           MOVE "OPR-XFR-LIMIT" TO WS-ML-FIELD
                           MOVE WS-OPR-OLD-XFR TO WS-FMT-AMT
                           MOVE WS-FMT-AMT TO WS-ML-OLD
                           MOVE WS-OPR-INPUT-XFR TO WS-FMT-AMT
                           MOVE WS-FMT-AMT TO WS-ML-NEW
                           PERFORM 7900-WRITE-MAINT-LOG
                       END-IF
                       DISPLAY "  Operator " WS-OPR-SRCH-ID
                           " updated"
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *------------------------------------------------------------*
      * A PIN RESET ON A SUPERVISOR NEEDS A SECOND ACTIVE           *
      * SUPERVISOR, OTHER THAN THE ONE WHOSE PIN IS BEING RESET.    *
      * SETS VALID-NO WHEN THE RESET MAY NOT GO AHEAD.              *
      *------------------------------------------------------------*
       7962-OPR-PIN-APPROVAL.
           PERFORM 1310-FIND-OPERATOR
           IF OPR-FOUND-YES AND WS-OF-ROLE = "SV"
               MOVE WS-OPR-SRCH-ID TO WS-OPR-TGT-ID
               MOVE "OPR-PIN RESET" TO WS-SUPV-ACTION
               MOVE WS-OPR-TGT-ID TO WS-SUPV-SUBJECT
               PERFORM 8820-SUPV-APPROVE
               MOVE WS-OPR-TGT-ID TO WS-OPR-SRCH-ID
               IF SUPV-OK-NO
                   SET VALID-NO TO TRUE
                   MOVE "NO SECOND SUPV APPROVAL" TO WS-ML-NEW
                   PERFORM 7964-OPR-LOG-REFUSAL
               ELSE
               IF WS-SUPV-ID = WS-OPR-TGT-ID
                   SET VALID-NO TO TRUE
                   DISPLAY "  *** ERROR: A supervisor cannot approve "
                       "their own PIN reset ***"
                   MOVE "APPROVED BY OWN ID" TO WS-ML-NEW
                   PERFORM 7964-OPR-LOG-REFUSAL
               END-IF
               END-IF
           END-IF
           .

       7964-OPR-LOG-REFUSAL.
           MOVE "O" TO WS-ML-KEY-TYPE
           MOVE WS-OPR-SRCH-ID TO WS-ML-KEY
           EVALUATE TRUE
               WHEN OPR-UPD-STATUS
                   MOVE "OPR-STATUS REFUSED" TO WS-ML-FIELD
               WHEN OPR-UPD-PIN
                   MOVE "OPR-PIN REFUSED" TO WS-ML-FIELD
               WHEN OTHER
                   MOVE "OPR-LIMIT REFUSED" TO WS-ML-FIELD
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO WS-ML-OLD
           PERFORM 7900-WRITE-MAINT-LOG
           .

       7965-OPR-APPLY-CHANGE.
           MOVE "O" TO WS-ML-KEY-TYPE
           MOVE OPR-ID TO WS-ML-KEY
           MOVE SPACES TO WS-ML-OLD
           MOVE SPACES TO WS-ML-NEW
           EVALUATE TRUE
               WHEN OPR-UPD-STATUS
                   MOVE "OPR-STATUS" TO WS-ML-FIELD
                   MOVE OPR-STATUS TO WS-ML-OLD
                   IF OPR-ACTIVE
                       MOVE "R" TO OPR-STATUS
                   ELSE
                       MOVE "A" TO OPR-STATUS
                   END-IF
                   MOVE OPR-STATUS TO WS-ML-NEW
               WHEN OPR-UPD-PIN
                   MOVE "OPR-PIN RESET" TO WS-ML-FIELD
                   MOVE WS-OPR-INPUT-PIN TO OPR-PIN
               WHEN OPR-UPD-LIMITS
                   MOVE "OPR-WDL-LIMIT" TO WS-ML-FIELD
                   MOVE OPR-WDL-LIMIT TO WS-FMT-AMT
                   MOVE WS-FMT-AMT TO WS-ML-OLD
                   MOVE WS-OPR-INPUT-WDL TO WS-FMT-AMT
                   MOVE WS-FMT-AMT TO WS-ML-NEW
                   MOVE OPR-XFR-LIMIT TO WS-OPR-OLD-XFR
                   MOVE WS-OPR-INPUT-WDL TO OPR-WDL-LIMIT
                   MOVE WS-OPR-INPUT-XFR TO OPR-XFR-LIMIT
           END-EVALUATE
           MOVE WS-CURR-DATE TO OPR-MAINT-DT
           MOVE WS-OPERATOR-ID TO OPR-MAINT-USER
           .

       7980-OPR-LIST.
           DISPLAY " "
           DISPLAY "  --- OPERATORS ---"
           MOVE 0 TO WS-OPR-LIST-CNT
           OPEN INPUT OPR-FILE
           IF WS-OPR-FS NOT = "00"
               DISPLAY "  (no operators on file)"
               CLOSE OPR-FILE
           ELSE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ OPR-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OPR-LIST-CNT
                           DISPLAY "  " OPR-ID
                               "  " OPR-NAME
                               "  Role: " OPR-ROLE
                               "  Br: " OPR-BRANCH
                               "  Stat: " OPR-STATUS
                           MOVE OPR-WDL-LIMIT TO WS-FMT-AMT
                           DISPLAY "      Wdl limit: " WS-FMT-AMT
                           MOVE OPR-XFR-LIMIT TO WS-FMT-AMT
                           DISPLAY "      Xfr limit: " WS-FMT-AMT
                   END-READ
               END-PERFORM
               CLOSE OPR-FILE
               DISPLAY "  Operators listed: " WS-OPR-LIST-CNT
           END-IF
           .

      *------------------------------------------------------------*
      * HOLIDAY CALENDAR MAINTENANCE. HOLIDAYS AND WEEKEND DAYS ARE *
      * ADDED TO OR REMOVED FROM HOLCAL AND THE TABLE IS RELOADED,  *
      * SO THE CHANGE TAKES EFFECT AT ONCE. EVERY CHANGE IS WRITTEN *
      * TO MAINTLOG UNDER KEY TYPE "H".                             *
      *------------------------------------------------------------*
       7985-CAL-MAINT.
           DISPLAY " "
           DISPLAY "---------------------------------------------"
           DISPLAY "     HOLIDAY CALENDAR MAINTENANCE"
           DISPLAY "---------------------------------------------"
           DISPLAY "  1. Add Holiday"
           DISPLAY "  2. Remove Holiday"
           DISPLAY "  3. Add Weekend Day"
           DISPLAY "  4. Remove Weekend Day"
           DISPLAY "  5. List Calendar"
           DISPLAY "  6. Check Business Day"
           DISPLAY "  0. Return"
           DISPLAY "---------------------------------------------"
           DISPLAY "  Enter choice: " WITH NO ADVANCING
           ACCEPT WS-SUB-CHOICE

           EVALUATE WS-SUB-CHOICE
               WHEN 1
                   MOVE "HC" TO WS-CAL-INPUT-TYPE
                   PERFORM 7986-CAL-ADD
               WHEN 2
                   MOVE "HC" TO WS-CAL-INPUT-TYPE
                   PERFORM 7987-CAL-REMOVE
               WHEN 3
                   MOVE "WK" TO WS-CAL-INPUT-TYPE
                   PERFORM 7986-CAL-ADD
               WHEN 4
                   MOVE "WK" TO WS-CAL-INPUT-TYPE
                   PERFORM 7987-CAL-REMOVE
               WHEN 5 PERFORM 7988-CAL-LIST
               WHEN 6 PERFORM 7991-CAL-CHECK-DATE
               WHEN 0 CONTINUE
               WHEN OTHER DISPLAY "  *** INVALID SELECTION ***"
           END-EVALUATE
           .

       7986-CAL-ADD.
           MOVE 0 TO WS-CAL-INPUT-DT
           MOVE 0 TO WS-CAL-INPUT-DOW
           DISPLAY " "
           IF WS-CAL-INPUT-TYPE = "HC"
               DISPLAY "  --- ADD HOLIDAY ---"
               DISPLAY "  Holiday date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-CAL-INPUT-DT
           ELSE
               DISPLAY "  --- ADD WEEKEND DAY ---"
               DISPLAY "  Day of week (1=Mon ... 7=Sun): "
                   WITH NO ADVANCING
               ACCEPT WS-CAL-INPUT-DOW
           END-IF
           DISPLAY "  Description: " WITH NO ADVANCING
           ACCEPT WS-CAL-INPUT-DESC
           PERFORM 7992-CAL-FIND-ENTRY
           MOVE 0 TO WS-CAL-WKND-Y-CNT
           INSPECT WS-CAL-WKND-DATA
               TALLYING WS-CAL-WKND-Y-CNT FOR ALL "Y"

           IF WS-CAL-INPUT-TYPE = "HC"
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-INPUT-DT) NOT = 0
               DISPLAY "  *** ERROR: Invalid date ***"
           ELSE
           IF WS-CAL-INPUT-TYPE = "WK"
              AND (WS-CAL-INPUT-DOW < 1 OR WS-CAL-INPUT-DOW > 7)
               DISPLAY "  *** ERROR: Day of week must be 1-7 ***"
           ELSE
           IF CAL-FOUND-YES
               DISPLAY "  *** ERROR: Already on the calendar ***"
           ELSE
           IF WS-CAL-INPUT-TYPE = "WK" AND WS-CAL-WKND-Y-CNT >= 6
               DISPLAY
                 "  *** ERROR: At least one business day per week "
                 "is required ***"
               PERFORM 7993-CAL-SET-LOG-KEY
               MOVE "WEEKEND ADD REFUSED" TO WS-ML-FIELD
               MOVE SPACES TO WS-ML-OLD
               MOVE "NO BUSINESS DAY LEFT IN WEEK" TO WS-ML-NEW
               PERFORM 7900-WRITE-MAINT-LOG
           ELSE
           IF WS-CAL-INPUT-TYPE = "HC"
              AND WS-CAL-TBL-CNT >= WS-CAL-TBL-MAX
               DISPLAY "  *** ERROR: Holiday table is full ***"
           ELSE
               IF WS-CAL-INPUT-TYPE = "WK" AND WS-CAL-WKND-CNT = 0
                   PERFORM 7989-CAL-FIX-WEEKEND
               END-IF
               PERFORM 7990-CAL-WRITE-REC
               PERFORM 7993-CAL-SET-LOG-KEY
               IF WS-CAL-INPUT-TYPE = "HC"
                   MOVE "HOLIDAY ADDED" TO WS-ML-FIELD
               ELSE
                   MOVE "WEEKEND DAY ADDED" TO WS-ML-FIELD
               END-IF
               MOVE SPACES TO WS-ML-OLD
               MOVE WS-CAL-INPUT-DESC TO WS-ML-NEW
               PERFORM 7900-WRITE-MAINT-LOG
               PERFORM 1420-LOAD-HOL-CALENDAR
               DISPLAY "  Calendar updated"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

       7987-CAL-REMOVE.
           MOVE 0 TO WS-CAL-INPUT-DT
           MOVE 0 TO WS-CAL-INPUT-DOW
           MOVE SPACES TO WS-CAL-INPUT-DESC
           DISPLAY " "
           IF WS-CAL-INPUT-TYPE = "HC"
               DISPLAY "  --- REMOVE HOLIDAY ---"
               DISPLAY "  Holiday date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-CAL-INPUT-DT
           ELSE
               DISPLAY "  --- REMOVE WEEKEND DAY ---"
               DISPLAY "  Day of week (1=Mon ... 7=Sun): "
                   WITH NO ADVANCING
               ACCEPT WS-CAL-INPUT-DOW
           END-IF
           PERFORM 7992-CAL-FIND-ENTRY

           IF CAL-FOUND-NO
               DISPLAY "  *** NOT ON THE CALENDAR ***"
           ELSE
               IF WS-CAL-INPUT-TYPE = "WK" AND WS-CAL-WKND-CNT = 0
                   PERFORM 7989-CAL-FIX-WEEKEND
               END-IF
               OPEN INPUT CAL-FILE
               OPEN OUTPUT CAL-TEMP-FILE
               SET EOF-NO TO TRUE
               PERFORM UNTIL EOF-YES
                   READ CAL-FILE
                       AT END SET EOF-YES TO TRUE
                       NOT AT END
                           IF CAL-REC-TYPE = WS-CAL-INPUT-TYPE
                              AND ((CAL-IS-HOLIDAY
                                    AND CAL-DATE = WS-CAL-INPUT-DT)
                               OR (CAL-IS-WEEKEND
                                    AND CAL-DOW = WS-CAL-INPUT-DOW))
                               MOVE CAL-DESC TO WS-CAL-INPUT-DESC
                           ELSE
                               MOVE CAL-REC TO CALT-REC
                               WRITE CALT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
               CLOSE CAL-TEMP-FILE
               PERFORM 8694-SWAP-CAL-FILE
               PERFORM 7993-CAL-SET-LOG-KEY
               IF WS-CAL-INPUT-TYPE = "HC"
                   MOVE "HOLIDAY REMOVED" TO WS-ML-FIELD
               ELSE
                   MOVE "WEEKEND DAY REMOVED" TO WS-ML-FIELD
               END-IF
               MOVE WS-CAL-INPUT-DESC TO WS-ML-OLD
               MOVE SPACES TO WS-ML-NEW
               PERFORM 7900-WRITE-MAINT-LOG
               PERFORM 1420-LOAD-HOL-CALENDAR
               DISPLAY "  Calendar updated"
           END-IF
           .

       7988-CAL-LIST.
           DISPLAY " "
           DISPLAY "  --- HOLIDAY CALENDAR ---"
           DISPLAY "  Weekend days:"
           MOVE 1 TO WS-CAL-DOW-IX
           PERFORM UNTIL WS-CAL-DOW-IX > 7
               IF WS-CAL-WKND(WS-CAL-DOW-IX) = "Y"
                   DISPLAY "    " WS-CAL-DOW-IX "  "
                       WS-CAL-DAY-NAME(WS-CAL-DOW-IX)
               END-IF
               ADD 1 TO WS-CAL-DOW-IX
           END-PERFORM
           IF WS-CAL-WKND-CNT = 0
               DISPLAY "    (standard weekend - none on file)"
           END-IF
           DISPLAY "  Holidays:"
           MOVE 0 TO WS-CAL-LIST-CNT
           SET WS-CAL-IX TO 1
           PERFORM UNTIL WS-CAL-IX > WS-CAL-TBL-CNT
               ADD 1 TO WS-CAL-LIST-CNT
               DISPLAY "    " WS-CAL-DT(WS-CAL-IX)
                   "  " WS-CAL-DESC(WS-CAL-IX)
               SET WS-CAL-IX UP BY 1
           END-PERFORM
           DISPLAY "  Holidays listed: " WS-CAL-LIST-CNT
           .

      *------------------------------------------------------------*
      * WITH NO "WK" RECORDS ON FILE THE WEEKEND IS THE SATURDAY/   *
      * SUNDAY DEFAULT. BEFORE THE FIRST WEEKEND CHANGE, WRITE THE  *
      * DEFAULT DAYS TO HOLCAL SO THE CHANGE DOES NOT DROP THEM.    *
      *------------------------------------------------------------*
       7989-CAL-FIX-WEEKEND.
           OPEN EXTEND CAL-FILE
           IF WS-CAL-FS NOT = "00"
               OPEN OUTPUT CAL-FILE
           END-IF
           MOVE 1 TO WS-CAL-DOW-IX
           PERFORM UNTIL WS-CAL-DOW-IX > 7
               IF WS-CAL-WKND(WS-CAL-DOW-IX) = "Y"
                   INITIALIZE CAL-REC
                   MOVE "WK"              TO CAL-REC-TYPE
                   MOVE 0                 TO CAL-DATE
                   MOVE WS-CAL-DOW-IX     TO CAL-DOW
                   MOVE WS-CAL-DAY-NAME(WS-CAL-DOW-IX)
                                          TO CAL-DESC
                   MOVE SPACES            TO CAL-FILLER
                   WRITE CAL-REC
               END-IF
               ADD 1 TO WS-CAL-DOW-IX
           END-PERFORM
           CLOSE CAL-FILE
           .

       7990-CAL-WRITE-REC.
           OPEN EXTEND CAL-FILE
           IF WS-CAL-FS NOT = "00"
               OPEN OUTPUT CAL-FILE
           END-IF
           INITIALIZE CAL-REC
           MOVE WS-CAL-INPUT-TYPE TO CAL-REC-TYPE
           MOVE WS-CAL-INPUT-DT   TO CAL-DATE
           MOVE WS-CAL-INPUT-DOW  TO CAL-DOW
           MOVE WS-CAL-INPUT-DESC TO CAL-DESC
           MOVE SPACES            TO CAL-FILLER
           WRITE CAL-REC
           CLOSE CAL-FILE
           .

      *------------------------------------------------------------*
      * SHOW WHETHER A KEYED DATE IS A BUSINESS DAY AND, IF NOT,    *
      * THE BUSINESS DAY IT ROLLS TO.                               *
      *------------------------------------------------------------*
       7991-CAL-CHECK-DATE.
           DISPLAY " "
           DISPLAY "  Date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-CAL-INPUT-DT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-INPUT-DT) NOT = 0
               DISPLAY "  *** ERROR: Invalid date ***"
           ELSE
               MOVE WS-CAL-INPUT-DT TO WS-BD-TEST-DT
               PERFORM 8755-CHECK-BUS-DAY
               IF BUS-DAY-YES
                   DISPLAY "  " WS-CAL-INPUT-DT " is a business day"
               ELSE
                   DISPLAY "  " WS-CAL-INPUT-DT
                       " is not a business day - " WS-BD-HOL-DESC
                   MOVE WS-CAL-INPUT-DT TO WS-BD-FROM-DT
                   PERFORM 8752-ROLL-TO-BUS-DAY
                   DISPLAY "  Next business day: " WS-BD-RESULT-DT
               END-IF
           END-IF
           .

       7992-CAL-FIND-ENTRY.
           SET CAL-FOUND-NO TO TRUE
           IF WS-CAL-INPUT-TYPE = "HC"
               SET WS-CAL-IX TO 1
               PERFORM UNTIL WS-CAL-IX > WS-CAL-TBL-CNT
                          OR CAL-FOUND-YES
                   IF WS-CAL-DT(WS-CAL-IX) = WS-CAL-INPUT-DT
                       SET CAL-FOUND-YES TO TRUE
                   END-IF
                   SET WS-CAL-IX UP BY 1
               END-PERFORM
           ELSE
               IF WS-CAL-INPUT-DOW >= 1 AND WS-CAL-INPUT-DOW <= 7
                   IF WS-CAL-WKND(WS-CAL-INPUT-DOW) = "Y"
                       SET CAL-FOUND-YES TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       7993-CAL-SET-LOG-KEY.
           MOVE "H" TO WS-ML-KEY-TYPE
           MOVE SPACES TO WS-ML-KEY
           IF WS-CAL-INPUT-TYPE = "HC"
               MOVE WS-CAL-INPUT-DT TO WS-ML-KEY
           ELSE
               STRING "DOW " WS-CAL-INPUT-DOW
                   DELIMITED BY SIZE INTO WS-ML-KEY
               END-STRING
           END-IF
           .

      *------------------------------------------------------------*
           CLOSE WIRE-FILE
           .

       8690-SWAP-LO-FILE.
           OPEN INPUT LO-TEMP-FILE
           OPEN OUTPUT LO-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ LO-TEMP-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       MOVE LOT-REC TO LO-REC
                       WRITE LO-REC
               END-READ
           END-PERFORM
           CLOSE LO-TEMP-FILE
           CLOSE LO-FILE
           .

       8691-SWAP-SO-FILE.
           OPEN INPUT SO-TEMP-FILE
           OPEN OUTPUT SO-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ SO-TEMP-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       MOVE SOT-REC TO SO-REC
                       WRITE SO-REC
               END-READ
           END-PERFORM
           CLOSE SO-TEMP-FILE
           CLOSE SO-FILE
           .

       8692-SWAP-RE-FILE.
           OPEN INPUT RE-TEMP-FILE
           OPEN OUTPUT RE-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ RE-TEMP-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       MOVE RET-REC TO RE-REC
                       WRITE RE-REC
               END-READ
           END-PERFORM
           CLOSE RE-TEMP-FILE
           CLOSE RE-FILE
           .

       8693-SWAP-OPR-FILE.
           OPEN INPUT OPR-TEMP-FILE
           OPEN OUTPUT OPR-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ OPR-TEMP-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       MOVE OPRT-REC TO OPR-REC
                       WRITE OPR-REC
               END-READ
           END-PERFORM
           CLOSE OPR-TEMP-FILE
           CLOSE OPR-FILE
           .

       8694-SWAP-CAL-FILE.
           OPEN INPUT CAL-TEMP-FILE
           OPEN OUTPUT CAL-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ CAL-TEMP-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       MOVE CALT-REC TO CAL-REC
                       WRITE CAL-REC
               END-READ
           END-PERFORM
           CLOSE CAL-TEMP-FILE
           CLOSE CAL-FILE
           .

       8695-SWAP-CARD-FILE.
           OPEN INPUT CARD-TEMP-FILE
           OPEN OUTPUT CARD-FILE
           SET EOF-NO TO TRUE
           PERFORM UNTIL EOF-YES
               READ CARD-TEMP-FILE
                   AT END SET EOF-YES TO TRUE
                   NOT AT END
                       MOVE CRDT-REC TO CARD-REC
                       WRITE CARD-REC
               END-READ
           END-PERFORM
           CLOSE CARD-TEMP-FILE
           CLOSE CARD-FILE
           .

      *------------------------------------------------------------*
      * LOOK UP WS-PROD-SRCH-CODE IN THE LOADED PRODUCT TABLE.      *
      * ON A HIT PROD-OK-YES IS SET AND WS-PROD-IX IS POSITIONED    *
           END-IF
           .

      *------------------------------------------------------------*
      * ADD WS-BD-DAYS BUSINESS DAYS TO WS-BD-FROM-DT, GIVING       *
      * WS-BD-RESULT-DT. ZERO DAYS RETURNS THE FROM DATE ITSELF.    *
      * IF THE CALENDAR HAS NO BUSINESS DAY IN WS-BD-RUN-MAX DAYS   *
      * THE DAYS ARE COUNTED AS CALENDAR DAYS INSTEAD.              *
      *------------------------------------------------------------*
       8750-ADD-BUS-DAYS.
           MOVE WS-BD-FROM-DT TO WS-BD-RESULT-DT
           MOVE 0 TO WS-BD-COUNT
           MOVE 0 TO WS-BD-RUN-CNT
           PERFORM UNTIL WS-BD-COUNT >= WS-BD-DAYS
                      OR WS-BD-RUN-CNT >= WS-BD-RUN-MAX
               COMPUTE WS-BD-TEST-DT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BD-RESULT-DT) + 1)
               MOVE WS-BD-TEST-DT TO WS-BD-RESULT-DT
               PERFORM 8755-CHECK-BUS-DAY
               IF BUS-DAY-YES
                   ADD 1 TO WS-BD-COUNT
                   MOVE 0 TO WS-BD-RUN-CNT
               ELSE
                   ADD 1 TO WS-BD-RUN-CNT
               END-IF
           END-PERFORM
           IF WS-BD-RUN-CNT >= WS-BD-RUN-MAX
               PERFORM 8754-BUS-DAY-CAP-ERR
               COMPUTE WS-BD-RESULT-DT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BD-FROM-DT)
                   + WS-BD-DAYS)
           END-IF
           .

      *------------------------------------------------------------*
      * ROLL WS-BD-FROM-DT FORWARD TO THE FIRST BUSINESS DAY ON OR  *
      * AFTER IT, GIVING WS-BD-RESULT-DT. A BUSINESS DAY IS         *
      * RETURNED UNCHANGED, AND SO IS THE FROM DATE WHEN THE        *
      * CALENDAR HAS NO BUSINESS DAY IN WS-BD-RUN-MAX DAYS.         *
      *------------------------------------------------------------*
       8752-ROLL-TO-BUS-DAY.
           MOVE WS-BD-FROM-DT TO WS-BD-RESULT-DT
           MOVE WS-BD-FROM-DT TO WS-BD-TEST-DT
           MOVE 0 TO WS-BD-RUN-CNT
           PERFORM 8755-CHECK-BUS-DAY
           PERFORM UNTIL BUS-DAY-YES
                      OR WS-BD-RUN-CNT >= WS-BD-RUN-MAX
               COMPUTE WS-BD-TEST-DT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BD-RESULT-DT) + 1)
               MOVE WS-BD-TEST-DT TO WS-BD-RESULT-DT
               ADD 1 TO WS-BD-RUN-CNT
               PERFORM 8755-CHECK-BUS-DAY
           END-PERFORM
           IF BUS-DAY-NO
               PERFORM 8754-BUS-DAY-CAP-ERR
               MOVE WS-BD-FROM-DT TO WS-BD-RESULT-DT
           END-IF
           .

       8754-BUS-DAY-CAP-ERR.
           DISPLAY "  *** ERROR: NO BUSINESS DAY WITHIN "
               WS-BD-RUN-MAX " DAYS OF " WS-BD-FROM-DT " ***"
           DISPLAY "  *** CHECK THE HOLIDAY CALENDAR - DATE NOT "
               "ADJUSTED FOR BUSINESS DAYS ***"
           .

      *------------------------------------------------------------*
      * SET BUS-DAY-YES WHEN WS-BD-TEST-DT IS NEITHER A CALENDAR    *
      * WEEKEND DAY NOR A HOLIDAY. A HOLIDAY LEAVES ITS NAME IN     *
      * WS-BD-HOL-DESC; A WEEKEND DAY LEAVES THE DAY NAME.          *
      *------------------------------------------------------------*
       8755-CHECK-BUS-DAY.
           SET BUS-DAY-YES TO TRUE
           MOVE SPACES TO WS-BD-HOL-DESC
           COMPUTE WS-BD-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BD-TEST-DT)
           DIVIDE WS-BD-DAYNUM BY 7 GIVING WS-BD-QUOT
               REMAINDER WS-BD-DOW
           IF WS-BD-DOW = 0
               MOVE 7 TO WS-CAL-DOW-IX
           ELSE
               MOVE WS-BD-DOW TO WS-CAL-DOW-IX
           END-IF
           IF WS-CAL-WKND(WS-CAL-DOW-IX) = "Y"
               SET BUS-DAY-NO TO TRUE
               MOVE WS-CAL-DAY-NAME(WS-CAL-DOW-IX) TO WS-BD-HOL-DESC
           ELSE
               SET WS-CAL-IX TO 1
               PERFORM UNTIL WS-CAL-IX > WS-CAL-TBL-CNT
                          OR BUS-DAY-NO
                   IF WS-CAL-DT(WS-CAL-IX) = WS-BD-TEST-DT
                       SET BUS-DAY-NO TO TRUE
                       MOVE WS-CAL-DESC(WS-CAL-IX) TO WS-BD-HOL-DESC
                   END-IF
                   SET WS-CAL-IX UP BY 1
               END-PERFORM
           END-IF
           .

      *------------------------------------------------------------*
      * POSTING-RULE LOOKUP - WS-PR-PROD/TYPE/REASON SELECT THE     *
      * RULE. AN EXACT PRODUCT OUTRANKS "****" AND AN EXACT REASON  *
      * OUTRANKS BLANK. THE CALLER PRESETS WS-PR-GL-DR/CR TO ITS    *
      * STANDARD PAIR, WHICH STANDS WHEN NO RULE MATCHES.           *
      *------------------------------------------------------------*
       8760-GET-POSTING-RULE.
           MOVE 0 TO WS-PR-BEST-IX
           MOVE 0 TO WS-PR-BEST-SCORE
           SET WS-GLR-IX TO 1
           PERFORM UNTIL WS-GLR-IX > WS-GLR-TBL-CNT
               IF WS-GLR-TYPE(WS-GLR-IX) = WS-PR-TYPE
                  AND (WS-GLR-PROD(WS-GLR-IX) = WS-PR-PROD
                       OR WS-GLR-PROD(WS-GLR-IX) = "****")
                  AND (WS-GLR-REASON(WS-GLR-IX) = WS-PR-REASON
                       OR WS-GLR-REASON(WS-GLR-IX) = SPACES)
                   MOVE 1 TO WS-PR-SCORE
                   IF WS-GLR-PROD(WS-GLR-IX) = WS-PR-PROD
                       ADD 2 TO WS-PR-SCORE
                   END-IF
                   IF WS-GLR-REASON(WS-GLR-IX) = WS-PR-REASON
                      AND WS-PR-REASON NOT = SPACES
                       ADD 1 TO WS-PR-SCORE
                   END-IF
                   IF WS-PR-SCORE > WS-PR-BEST-SCORE
                       MOVE WS-PR-SCORE TO WS-PR-BEST-SCORE
                       SET WS-PR-BEST-IX TO WS-GLR-IX
                   END-IF
               END-IF
               SET WS-GLR-IX UP BY 1
           END-PERFORM
           IF WS-PR-BEST-IX > 0
               SET WS-GLR-IX TO WS-PR-BEST-IX
               MOVE WS-GLR-DR(WS-GLR-IX) TO WS-PR-GL-DR
               MOVE WS-GLR-CR(WS-GLR-IX) TO WS-PR-GL-CR
           END-IF
           .

      *------------------------------------------------------------*
      * SET GLC-OK-YES WHEN WS-GLC-SRCH-ACCT IS AN ACTIVE ACCOUNT   *
      * ON THE GL CHART.                                            *
      *------------------------------------------------------------*
       8765-CHECK-GL-CHART.
           SET GLC-OK-NO TO TRUE
           SET WS-GLC-IX TO 1
           PERFORM UNTIL WS-GLC-IX > WS-GLC-TBL-CNT
               IF WS-GLC-ACCT-NO(WS-GLC-IX) = WS-GLC-SRCH-ACCT
                  AND WS-GLC-ACTIVE(WS-GLC-IX) = "Y"
                   SET GLC-OK-YES TO TRUE
               END-IF
               SET WS-GLC-IX UP BY 1
           END-PERFORM
           .

      *------------------------------------------------------------*
      * MENU AUTHORITY - WS-AUTH-ENTRY IS THE TABLE ENTRY FOR THE   *
      * CHOSEN OPTION; THE SIGNED-ON ROLE'S BYTE MUST BE "Y". A     *
      * REFUSAL IS DISPLAYED AND WRITTEN TO MAINTLOG.               *
      *------------------------------------------------------------*
       8800-CHECK-AUTH.
           SET AUTH-OK-NO TO TRUE
           IF WS-OPR-ROLE-IX >= 1 AND WS-OPR-ROLE-IX <= 5
               IF WS-AUTH-ENTRY(WS-OPR-ROLE-IX:1) = "Y"
                   SET AUTH-OK-YES TO TRUE
               END-IF
           END-IF
           IF AUTH-OK-NO
               DISPLAY "  *** NOT AUTHORIZED FOR ROLE "
                   WS-OPR-ROLE " ***"
               MOVE "O" TO WS-ML-KEY-TYPE
               MOVE WS-OPERATOR-ID TO WS-ML-KEY
               MOVE "ACCESS DENIED" TO WS-ML-FIELD
               MOVE SPACES TO WS-ML-OLD
               MOVE WS-AUTH-MENU TO WS-ML-NEW
               PERFORM 7900-WRITE-MAINT-LOG
           END-IF
           .

      *------------------------------------------------------------*
      * PER-TRANSACTION DOLLAR LIMIT - WS-INPUT-AMT OVER THE        *
      * OPERATOR'S WS-LIMIT-AMT NEEDS A SUPERVISOR OVERRIDE.        *
      *------------------------------------------------------------*
       8810-CHECK-TXN-LIMIT.
           SET LIMIT-OK-YES TO TRUE
           IF WS-INPUT-AMT > WS-LIMIT-AMT
               MOVE WS-LIMIT-AMT TO WS-FMT-AMT
               DISPLAY "  Amount exceeds your limit of " WS-FMT-AMT
               DISPLAY "  Supervisor override required"
               PERFORM 8815-SUPV-OVERRIDE
           END-IF
           .

      *------------------------------------------------------------*
      * SUPERVISOR OVERRIDE - AN ACTIVE SUPERVISOR OTHER THAN THE   *
      * SIGNED-ON OPERATOR, WHOSE OWN LIMIT COVERS THE AMOUNT, KEYS *
      * ID AND PIN. GRANTED OR REFUSED, THE OVERRIDE IS WRITTEN TO  *
      * MAINTLOG AGAINST THE ACCOUNT.                               *
      *------------------------------------------------------------*
       8815-SUPV-OVERRIDE.
           SET LIMIT-OK-NO TO TRUE
           DISPLAY "  Supervisor id: " WITH NO ADVANCING
           ACCEPT WS-SUPV-ID
           INSPECT WS-SUPV-ID
               CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "  Supervisor PIN: " WITH NO ADVANCING
           ACCEPT WS-SUPV-PIN
           MOVE WS-SUPV-ID TO WS-OPR-SRCH-ID
           PERFORM 1310-FIND-OPERATOR

           IF OPR-FOUND-YES
              AND WS-OF-STATUS = "A"
              AND WS-OF-ROLE = "SV"
              AND WS-SUPV-ID NOT = WS-OPERATOR-ID
              AND WS-SUPV-PIN NOT = SPACES
              AND WS-OF-PIN = WS-SUPV-PIN
               IF LIMIT-IS-WDL
                   IF WS-INPUT-AMT <= WS-OF-WDL-LIMIT
                       SET LIMIT-OK-YES TO TRUE
                   END-IF
               ELSE
                   IF WS-INPUT-AMT <= WS-OF-XFR-LIMIT
                       SET LIMIT-OK-YES TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE "A" TO WS-ML-KEY-TYPE
           MOVE WS-SEARCH-ACCT TO WS-ML-KEY
           IF LIMIT-IS-WDL
               MOVE "WDL LIMIT OVERRIDE" TO WS-ML-FIELD
           ELSE
               MOVE "XFR LIMIT OVERRIDE" TO WS-ML-FIELD
           END-IF
           MOVE WS-INPUT-AMT TO WS-FMT-AMT
           MOVE SPACES TO WS-ML-OLD
           STRING "AMT " WS-FMT-AMT
               DELIMITED BY SIZE INTO WS-ML-OLD
           END-STRING
           MOVE SPACES TO WS-ML-NEW
           IF LIMIT-OK-YES
               STRING "APPROVED BY " WS-SUPV-ID
                   DELIMITED BY SIZE INTO WS-ML-NEW
               END-STRING
               DISPLAY "  Override approved by " WS-SUPV-ID
           ELSE
               STRING "REFUSED - SUPV " WS-SUPV-ID
                   DELIMITED BY SIZE INTO WS-ML-NEW
               END-STRING
               DISPLAY "  *** SUPERVISOR OVERRIDE REFUSED ***"
           END-IF
           PERFORM 7900-WRITE-MAINT-LOG
           .

      *------------------------------------------------------------*
      * SUPERVISOR SIGN-OFF WITH NO DOLLAR AMOUNT - AN ACTIVE       *
      * SUPERVISOR OTHER THAN THE SIGNED-ON OPERATOR KEYS ID AND    *
      * PIN TO APPROVE WS-SUPV-ACTION AGAINST WS-SUPV-SUBJECT.      *
      * GRANTED OR REFUSED, THE SIGN-OFF IS WRITTEN TO MAINTLOG     *
      * AGAINST THE SIGNED-ON OPERATOR.                             *
      *------------------------------------------------------------*
       8820-SUPV-APPROVE.
           SET SUPV-OK-NO TO TRUE
           DISPLAY "  Supervisor id: " WITH NO ADVANCING
           ACCEPT WS-SUPV-ID
           INSPECT WS-SUPV-ID
               CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "  Supervisor PIN: " WITH NO ADVANCING
           ACCEPT WS-SUPV-PIN
           MOVE WS-SUPV-ID TO WS-OPR-SRCH-ID
           PERFORM 1310-FIND-OPERATOR

           IF OPR-FOUND-YES
              AND WS-OF-STATUS = "A"
              AND WS-OF-ROLE = "SV"
              AND WS-SUPV-ID NOT = WS-OPERATOR-ID
              AND WS-SUPV-PIN NOT = SPACES
              AND WS-OF-PIN = WS-SUPV-PIN
               SET SUPV-OK-YES TO TRUE
           END-IF

           MOVE "O" TO WS-ML-KEY-TYPE
           MOVE WS-OPERATOR-ID TO WS-ML-KEY
           MOVE WS-SUPV-ACTION TO WS-ML-FIELD
           MOVE WS-SUPV-SUBJECT TO WS-ML-OLD
           MOVE SPACES TO WS-ML-NEW
           IF SUPV-OK-YES
               STRING "APPROVED BY " WS-SUPV-ID
                   DELIMITED BY SIZE INTO WS-ML-NEW
               END-STRING
               DISPLAY "  Override approved by " WS-SUPV-ID
           ELSE
               STRING "REFUSED - SUPV " WS-SUPV-ID
                   DELIMITED BY SIZE INTO WS-ML-NEW
               END-STRING
               DISPLAY "  *** SUPERVISOR OVERRIDE REFUSED ***"
           END-IF
           PERFORM 7900-WRITE-MAINT-LOG
           .

       9000-TERM.
           DISPLAY " "
           DISPLAY "============================================="
