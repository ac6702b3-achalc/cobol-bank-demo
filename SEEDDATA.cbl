               ASSIGN TO "SANCTLST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANC-FS.
           SELECT OPR-FILE
               ASSIGN TO "OPERMSTR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FS.
           SELECT GLC-FILE
               ASSIGN TO "GLCHART.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-FS.
           SELECT GLR-FILE
               ASSIGN TO "GLRULES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLR-FS.
           SELECT CAL-FILE
               ASSIGN TO "HOLCAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.
           SELECT CARD-FILE
               ASSIGN TO "CARDMSTR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.

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

       FD TRANSACTION-FILE.
       01 TXN-REC.
           05 PROD-OD-FEE             PIC S9(05)V99.
           05 PROD-CD-PEN-DAYS        PIC 9(03).
           05 PROD-STOP-FEE           PIC S9(05)V99.
           05 PROD-ATM-FEE            PIC S9(05)V99.
           05 PROD-LEGAL-FEE          PIC S9(05)V99.
           05 PROD-FILLER             PIC X(06).

       FD SANCT-FILE.
       01 SANCT-REC.
           05 SANCT-NAME              PIC X(60).

       FD OPR-FILE.
       01 OPR-REC.
           05 OPR-REC-TYPE            PIC X(02).
           05 OPR-ID                  PIC X(08).
           05 OPR-PIN                 PIC X(08).
           05 OPR-NAME                PIC X(20).
           05 OPR-ROLE                PIC X(02).
           05 OPR-BRANCH              PIC X(06).
           05 OPR-STATUS              PIC X(01).
           05 OPR-WDL-LIMIT           PIC S9(09)V99.
           05 OPR-XFR-LIMIT           PIC S9(09)V99.
           05 OPR-MAINT-DT            PIC 9(08).
           05 OPR-MAINT-USER          PIC X(08).
           05 OPR-FILLER              PIC X(15).

       FD GLC-FILE.
       01 GLC-REC.
           05 GLC-REC-TYPE            PIC X(02).
           05 GLC-ACCT-NO             PIC X(10).
           05 GLC-DESC                PIC X(30).
           05 GLC-ACCT-TYPE           PIC X(01).
           05 GLC-ACTIVE              PIC X(01).
           05 GLC-FILLER              PIC X(16).

       FD GLR-FILE.
       01 GLR-REC.
           05 GLR-REC-TYPE            PIC X(02).
           05 GLR-PROD-CODE           PIC X(04).
           05 GLR-TXN-TYPE            PIC X(03).
           05 GLR-REASON              PIC X(04).
           05 GLR-GL-DR               PIC X(10).
           05 GLR-GL-CR               PIC X(10).
           05 GLR-DESC                PIC X(30).
           05 GLR-FILLER              PIC X(17).

       FD CAL-FILE.
       01 CAL-REC.
           05 CAL-REC-TYPE            PIC X(02).
           05 CAL-DATE                PIC 9(08).
           05 CAL-DOW                 PIC 9(01).
           05 CAL-DESC                PIC X(30).
           05 CAL-FILLER              PIC X(09).

       FD CARD-FILE.
       01 CARD-REC.
           05 CARD-REC-TYPE           PIC X(02).
           05 CARD-ID                 PIC 9(08).
           05 CARD-MASKED-NUM         PIC X(16).
           05 CARD-CIF-ID             PIC X(10).
           05 CARD-PRI-ACCT           PIC X(16).
           05 CARD-SAV-ACCT           PIC X(16).
           05 CARD-STATUS             PIC X(01).
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

       WORKING-STORAGE SECTION.
       01 WS-CUST-FS                 PIC XX.
       01 WS-ACCT-FS                 PIC XX.
       01 WS-REL-FS                  PIC XX.
       01 WS-PROD-FS                 PIC XX.
       01 WS-SANC-FS                 PIC XX.
       01 WS-OPR-FS                  PIC XX.
       01 WS-GLC-FS                  PIC XX.
       01 WS-GLR-FS                  PIC XX.
       01 WS-CAL-FS                  PIC XX.
       01 WS-CARD-FS                 PIC XX.
       01 WS-P-ACCT                  PIC X(16).
       01 WS-P-CIF                   PIC X(10).
       01 WS-P-ROLE                  PIC X(02).
       01 WS-PD-OD-FEE               PIC S9(05)V99.
       01 WS-PD-PEN-DAYS             PIC 9(03).
       01 WS-PD-STOP-FEE             PIC S9(05)V99.
       01 WS-PD-ATM-FEE              PIC S9(05)V99.
       01 WS-PD-LEGAL-FEE            PIC S9(05)V99.
       01 WS-OP-ID                   PIC X(08).
       01 WS-OP-PIN                  PIC X(08).
       01 WS-OP-NAME                 PIC X(20).
       01 WS-OP-ROLE                 PIC X(02).
       01 WS-OP-BRANCH               PIC X(06).
       01 WS-OP-WDL-LIMIT            PIC S9(09)V99.
       01 WS-OP-XFR-LIMIT            PIC S9(09)V99.
       01 WS-GC-ACCT                 PIC X(10).
       01 WS-GC-DESC                 PIC X(30).
       01 WS-GC-TYPE                 PIC X(01).
       01 WS-GR-PROD                 PIC X(04).
       01 WS-GR-LIAB-GL              PIC X(10).
       01 WS-GR-TYPE                 PIC X(03).
       01 WS-GR-REASON               PIC X(04).
       01 WS-GR-DR                   PIC X(10).
       01 WS-GR-CR                   PIC X(10).
       01 WS-GR-DESC                 PIC X(30).
       01 WS-GR-CNT                  PIC 9(03) VALUE 0.
       01 WS-HC-TYPE                 PIC X(02).
       01 WS-HC-DATE                 PIC 9(08).
       01 WS-HC-DOW                  PIC 9(01).
       01 WS-HC-DESC                 PIC X(30).
       01 WS-HC-CNT                  PIC 9(03) VALUE 0.
       01 WS-CD-ID                   PIC 9(08).
       01 WS-CD-MASKED               PIC X(16).
       01 WS-CD-CIF                  PIC X(10).
       01 WS-CD-ACCT                 PIC X(16).
       01 WS-CD-STATUS               PIC X(01).
       01 WS-CD-EXPIRY               PIC 9(06).
       01 WS-CD-ATM-LIMIT            PIC S9(07)V99.
       01 WS-CD-POS-LIMIT            PIC S9(07)V99.
       01 WS-CD-ISSUED-DT            PIC 9(08).
       01 WS-CD-ISSUED-BY            PIC X(08).
       01 WS-CD-STATUS-DT            PIC 9(08).
       01 WS-CD-REPL-ID              PIC 9(08).

       PROCEDURE DIVISION.

           PERFORM 4000-SEED-PARTIES
           PERFORM 5000-SEED-PRODUCTS
           PERFORM 6000-SEED-SANCTIONS
           PERFORM 7000-SEED-OPERATORS
           PERFORM 8000-SEED-GL-CHART
           PERFORM 9000-SEED-GL-RULES
           PERFORM 9500-SEED-HOL-CALENDAR
           PERFORM 9700-SEED-CARDS
           DISPLAY "Sample data created successfully."
           DISPLAY "  - CUSTMSTR.dat (8 customers)"
           DISPLAY "  - ACCTMSTR.dat (10 accounts)"
           DISPLAY "  - TXNJRNL.dat  (16 transactions)"
           DISPLAY "  - ACCTREL.dat  (11 parties)"
           DISPLAY "  - PRODMSTR.dat (8 products)"
           DISPLAY "  - SANCTLST.dat (4 names)"
           DISPLAY "  - OPERMSTR.dat (6 operators)"
           DISPLAY "  - GLCHART.dat  (18 GL accounts)"
           DISPLAY "  - GLRULES.dat  (" WS-GR-CNT " posting rules)"
           DISPLAY "  - HOLCAL.dat   (" WS-HC-CNT " calendar entries)"
           DISPLAY "  - CARDMSTR.dat (4 cards)"
           STOP RUN
           .

           MOVE "AC"              TO ACCT-STATUS
           MOVE 20200810          TO ACCT-OPEN-DT
           MOVE 0                 TO ACCT-CLOSE-DT
           MOVE 5263.09           TO ACCT-LEDGER-BAL
           MOVE 5263.09           TO ACCT-AVAIL-BAL
           MOVE 0                 TO ACCT-HOLD-BAL
           MOVE 0                 TO ACCT-UNCOLL-BAL
           MOVE 200.00            TO ACCT-OD-LIMIT
           MOVE 00                TO ACCT-REGD-CTR
           MOVE "Y"               TO ACCT-TAX-RPTG
           MOVE "BR0002"          TO ACCT-BRANCH
           MOVE 20260203          TO ACCT-LAST-ACTIVITY-DT
           MOVE 20260125          TO ACCT-MAINT-DT
           MOVE "PZHANG  "        TO ACCT-MAINT-USER
           MOVE SPACES            TO ACCT-FILLER
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC

      *--- Chen Social Security benefit (federal "XX" ACH) ---
           INITIALIZE TXN-REC
           MOVE "TJ"              TO TXN-REC-TYPE
           MOVE "000000000016"    TO TXN-SEQ-NUM
           MOVE "0000030000042156" TO TXN-ACCT-NUM
           MOVE "0000000003"      TO TXN-CIF-ID
           MOVE 20260203          TO TXN-EFFDT
           MOVE 20260203          TO TXN-POST-DT
           MOVE 060000            TO TXN-POST-TIME
           MOVE "DEP"             TO TXN-TYPE-CD
           MOVE "C"               TO TXN-DR-CR
           MOVE 1842.00           TO TXN-AMT
           MOVE 5263.09           TO TXN-RUN-BAL
           MOVE "ACH"             TO TXN-CHANNEL
           MOVE SPACES            TO TXN-TELLER-ID
           MOVE "ACHGW001"        TO TXN-TERMINAL-ID
           MOVE SPACES            TO TXN-AUTH-CODE
           MOVE "XX FEDERAL BENEFIT  " TO TXN-REF-NUM
           MOVE "ACH FEDERAL BENEFIT CREDIT"
                                  TO TXN-DESC
           MOVE "20260203"        TO TXN-BATCH-NUM
           MOVE "0001"            TO TXN-CYCLE-NUM
           MOVE "1001000200"      TO TXN-GL-DR-ACCT
           MOVE "2001000200"      TO TXN-GL-CR-ACCT
           MOVE " "               TO TXN-REV-FLAG
           MOVE SPACES            TO TXN-REV-ORIG-SEQ
           MOVE "P"               TO TXN-STATUS
           MOVE SPACES            TO TXN-FILLER
           WRITE TXN-REC

           CLOSE TRANSACTION-FILE
           .

      *------------------------------------------------------------*
      * 5000 - SEED PRODUCT/PRICING MASTER FILE                     *
      * BOARD PRICING: SERVICE FEE, MIN-BALANCE WAIVER, BOARD       *
      * RATE, OD FEE, CD PENALTY DAYS, STOP-PAYMENT FEE, FOREIGN    *
      * ATM FEE, LEGAL ORDER PROCESSING FEE.                        *
      *------------------------------------------------------------*
       5000-SEED-PRODUCTS.
           OPEN OUTPUT PROD-FILE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "DDA2"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "SAV1"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "MMA1"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "CD01"                TO WS-PD-CODE
           MOVE 0                     TO WS-PD-OD-FEE
           MOVE 90                    TO WS-PD-PEN-DAYS
           MOVE 0                     TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "HEL1"                TO WS-PD-CODE
           MOVE 0                     TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 0                     TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 0                     TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "MTG1"                TO WS-PD-CODE
           MOVE 0                     TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 0                     TO WS-PD-STOP-FEE
           MOVE 0                     TO WS-PD-ATM-FEE
           MOVE 0                     TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           MOVE "COM1"                TO WS-PD-CODE
           MOVE 35.00                 TO WS-PD-OD-FEE
           MOVE 0                     TO WS-PD-PEN-DAYS
           MOVE 30.00                 TO WS-PD-STOP-FEE
           MOVE 3.00                  TO WS-PD-ATM-FEE
           MOVE 100.00                TO WS-PD-LEGAL-FEE
           PERFORM 5100-WRITE-PRODUCT

           CLOSE PROD-FILE
           MOVE WS-PD-OD-FEE      TO PROD-OD-FEE
           MOVE WS-PD-PEN-DAYS    TO PROD-CD-PEN-DAYS
           MOVE WS-PD-STOP-FEE    TO PROD-STOP-FEE
           MOVE WS-PD-ATM-FEE     TO PROD-ATM-FEE
           MOVE WS-PD-LEGAL-FEE   TO PROD-LEGAL-FEE
           MOVE SPACES            TO PROD-FILLER
           WRITE PROD-REC
           .

           CLOSE SANCT-FILE
           .

      *------------------------------------------------------------*
      * 7000 - SEED OPERATOR SECURITY MASTER                        *
      * ONE SIGN-ON PER ROLE PLUS A SECOND SUPERVISOR FOR LIMIT     *
      * OVERRIDES. SAMPLE PINS ONLY - CHANGE BEFORE ANY LIVE USE.   *
      *------------------------------------------------------------*
       7000-SEED-OPERATORS.
           OPEN OUTPUT OPR-FILE

           MOVE "TELLER01"            TO WS-OP-ID
           MOVE "1111"                TO WS-OP-PIN
           MOVE "MARTINEZ, ANA"       TO WS-OP-NAME
           MOVE "TL"                  TO WS-OP-ROLE
           MOVE "BR0001"              TO WS-OP-BRANCH
           MOVE 5000.00               TO WS-OP-WDL-LIMIT
           MOVE 10000.00              TO WS-OP-XFR-LIMIT
           PERFORM 7100-WRITE-OPERATOR

           MOVE "SUPV01"              TO WS-OP-ID
           MOVE "2222"                TO WS-OP-PIN
           MOVE "OKAFOR, JAMES"       TO WS-OP-NAME
           MOVE "SV"                  TO WS-OP-ROLE
           MOVE "BR0001"              TO WS-OP-BRANCH
           MOVE 50000.00              TO WS-OP-WDL-LIMIT
           MOVE 250000.00             TO WS-OP-XFR-LIMIT
           PERFORM 7100-WRITE-OPERATOR

           MOVE "SUPV02"              TO WS-OP-ID
           MOVE "2323"                TO WS-OP-PIN
           MOVE "LINDQVIST, KAREN"    TO WS-OP-NAME
           MOVE "SV"                  TO WS-OP-ROLE
           MOVE "BR0002"              TO WS-OP-BRANCH
           MOVE 50000.00              TO WS-OP-WDL-LIMIT
           MOVE 250000.00             TO WS-OP-XFR-LIMIT
           PERFORM 7100-WRITE-OPERATOR

           MOVE "BACKOF01"            TO WS-OP-ID
           MOVE "3333"                TO WS-OP-PIN
           MOVE "NGUYEN, THANH"       TO WS-OP-NAME
           MOVE "BO"                  TO WS-OP-ROLE
           MOVE "OPS001"              TO WS-OP-BRANCH
           MOVE 25000.00              TO WS-OP-WDL-LIMIT
           MOVE 500000.00             TO WS-OP-XFR-LIMIT
           PERFORM 7100-WRITE-OPERATOR

           MOVE "COMPL01"             TO WS-OP-ID
           MOVE "4444"                TO WS-OP-PIN
           MOVE "BRENNAN, PATRICIA"   TO WS-OP-NAME
           MOVE "CO"                  TO WS-OP-ROLE
           MOVE "OPS001"              TO WS-OP-BRANCH
           MOVE 0                     TO WS-OP-WDL-LIMIT
           MOVE 0                     TO WS-OP-XFR-LIMIT
           PERFORM 7100-WRITE-OPERATOR

           MOVE "BATCHOPS"            TO WS-OP-ID
           MOVE "5555"                TO WS-OP-PIN
           MOVE "NIGHT OPERATIONS"    TO WS-OP-NAME
           MOVE "OP"                  TO WS-OP-ROLE
           MOVE "OPS001"              TO WS-OP-BRANCH
           MOVE 0                     TO WS-OP-WDL-LIMIT
           MOVE 0                     TO WS-OP-XFR-LIMIT
           PERFORM 7100-WRITE-OPERATOR

           CLOSE OPR-FILE
           .

       7100-WRITE-OPERATOR.
           INITIALIZE OPR-REC
           MOVE "OP"              TO OPR-REC-TYPE
           MOVE WS-OP-ID          TO OPR-ID
           MOVE WS-OP-PIN         TO OPR-PIN
           MOVE WS-OP-NAME        TO OPR-NAME
           MOVE WS-OP-ROLE        TO OPR-ROLE
           MOVE WS-OP-BRANCH      TO OPR-BRANCH
           MOVE "A"               TO OPR-STATUS
           MOVE WS-OP-WDL-LIMIT   TO OPR-WDL-LIMIT
           MOVE WS-OP-XFR-LIMIT   TO OPR-XFR-LIMIT
           MOVE 20240101          TO OPR-MAINT-DT
           MOVE "SEEDDATA"        TO OPR-MAINT-USER
           MOVE SPACES            TO OPR-FILLER
           WRITE OPR-REC
           .

      *------------------------------------------------------------*
      * 8000 - SEED GL CHART OF ACCOUNTS                            *
      * EVERY GL THE POSTING RULES USE, PLUS THE GL INTERFACE       *
      * SUSPENSE ACCOUNT.                                           *
      *------------------------------------------------------------*
       8000-SEED-GL-CHART.
           OPEN OUTPUT GLC-FILE

           MOVE "1001000100"          TO WS-GC-ACCT
           MOVE "CASH AND DUE FROM BANKS" TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "1001000200"          TO WS-GC-ACCT
           MOVE "INTERNAL TRANSFER CLEARING" TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "1005000100"          TO WS-GC-ACCT
           MOVE "REG E DISPUTE CLEARING" TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "1006000100"          TO WS-GC-ACCT
           MOVE "CARD NETWORK SETTLEMENT" TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "1201000100"          TO WS-GC-ACCT
           MOVE "LOANS - RESIDENTIAL MORTGAGE" TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "1202000100"          TO WS-GC-ACCT
           MOVE "LOANS - HOME EQUITY LINES" TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "1203000100"          TO WS-GC-ACCT
           MOVE "LOANS - COMMERCIAL"  TO WS-GC-DESC
           MOVE "A"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "2001000100"          TO WS-GC-ACCT
           MOVE "DEPOSITS - CONSUMER DDA" TO WS-GC-DESC
           MOVE "L"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "2002000100"          TO WS-GC-ACCT
           MOVE "DEPOSITS - SAVINGS AND MMA" TO WS-GC-DESC
           MOVE "L"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "2003000100"          TO WS-GC-ACCT
           MOVE "DEPOSITS - TIME (CD)" TO WS-GC-DESC
           MOVE "L"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "2004000100"          TO WS-GC-ACCT
           MOVE "DEPOSITS - COMMERCIAL DDA" TO WS-GC-DESC
           MOVE "L"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "2005000100"          TO WS-GC-ACCT
           MOVE "LEGAL ORDER SUSPENSE" TO WS-GC-DESC
           MOVE "L"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "2999000100"          TO WS-GC-ACCT
           MOVE "GL INTERFACE SUSPENSE" TO WS-GC-DESC
           MOVE "L"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "4001000100"          TO WS-GC-ACCT
           MOVE "SERVICE CHARGE INCOME" TO WS-GC-DESC
           MOVE "I"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "4003000100"          TO WS-GC-ACCT
           MOVE "OTHER FEE INCOME"    TO WS-GC-DESC
           MOVE "I"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "4004000100"          TO WS-GC-ACCT
           MOVE "OVERDRAFT LOSS RECOVERIES" TO WS-GC-DESC
           MOVE "I"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "5001000100"          TO WS-GC-ACCT
           MOVE "INTEREST EXPENSE - DEPOSITS" TO WS-GC-DESC
           MOVE "E"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           MOVE "5002000100"          TO WS-GC-ACCT
           MOVE "OVERDRAFT CHARGE-OFF LOSS" TO WS-GC-DESC
           MOVE "E"                   TO WS-GC-TYPE
           PERFORM 8100-WRITE-GL-ACCT

           CLOSE GLC-FILE
           .

       8100-WRITE-GL-ACCT.
           INITIALIZE GLC-REC
           MOVE "GC"              TO GLC-REC-TYPE
           MOVE WS-GC-ACCT        TO GLC-ACCT-NO
           MOVE WS-GC-DESC        TO GLC-DESC
           MOVE WS-GC-TYPE        TO GLC-ACCT-TYPE
           MOVE "Y"               TO GLC-ACTIVE
           MOVE SPACES            TO GLC-FILLER
           WRITE GLC-REC
           .

      *------------------------------------------------------------*
      * 9000 - SEED GL POSTING RULES                                *
      * "****" ROWS ARE THE STANDARD POSTINGS TO THE CONSUMER DDA   *
      * LIABILITY. SAVINGS, MMA, CD AND COMMERCIAL DDA EACH GET THE *
      * SAME SET AGAINST THEIR OWN LIABILITY GL; LOAN PAYMENTS AND  *
      * HOME EQUITY DRAWS POST TO THE LOAN ASSET GL. RECOVERIES ON  *
      * CHARGED-OFF ACCOUNTS GO TO INCOME FOR EVERY PRODUCT.        *
      *------------------------------------------------------------*
       9000-SEED-GL-RULES.
           OPEN OUTPUT GLR-FILE
           MOVE 0                     TO WS-GR-CNT

           MOVE "****"                TO WS-GR-PROD
           MOVE "2001000100"          TO WS-GR-LIAB-GL
           PERFORM 9100-WRITE-PROD-RULES

           MOVE "SAV1"                TO WS-GR-PROD
           MOVE "2002000100"          TO WS-GR-LIAB-GL
           PERFORM 9100-WRITE-PROD-RULES

           MOVE "MMA1"                TO WS-GR-PROD
           MOVE "2002000100"          TO WS-GR-LIAB-GL
           PERFORM 9100-WRITE-PROD-RULES

           MOVE "CD01"                TO WS-GR-PROD
           MOVE "2003000100"          TO WS-GR-LIAB-GL
           PERFORM 9100-WRITE-PROD-RULES

           MOVE "COM1"                TO WS-GR-PROD
           MOVE "2004000100"          TO WS-GR-LIAB-GL
           PERFORM 9100-WRITE-PROD-RULES

           MOVE "MTG1"                TO WS-GR-PROD
           MOVE SPACES                TO WS-GR-REASON
           MOVE "DEP"                 TO WS-GR-TYPE
           MOVE "1001000100"          TO WS-GR-DR
           MOVE "1201000100"          TO WS-GR-CR
           MOVE "MORTGAGE PAYMENT"    TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE
           MOVE "XCR"                 TO WS-GR-TYPE
           MOVE "1001000200"          TO WS-GR-DR
           MOVE "MORTGAGE PAYMENT BY TRANSFER" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "HEL1"                TO WS-GR-PROD
           MOVE "DEP"                 TO WS-GR-TYPE
           MOVE "1001000100"          TO WS-GR-DR
           MOVE "1202000100"          TO WS-GR-CR
           MOVE "HOME EQUITY PAYMENT" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE
           MOVE "XCR"                 TO WS-GR-TYPE
           MOVE "1001000200"          TO WS-GR-DR
           MOVE "HOME EQUITY PAYMENT BY XFER" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE
           MOVE "WDL"                 TO WS-GR-TYPE
           MOVE "1202000100"          TO WS-GR-DR
           MOVE "1001000100"          TO WS-GR-CR
           MOVE "HOME EQUITY DRAW"    TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE
           MOVE "XDR"                 TO WS-GR-TYPE
           MOVE "1001000200"          TO WS-GR-CR
           MOVE "HOME EQUITY DRAW BY TRANSFER" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "****"                TO WS-GR-PROD
           MOVE "RCV"                 TO WS-GR-TYPE
           MOVE "1001000100"          TO WS-GR-DR
           MOVE "4004000100"          TO WS-GR-CR
           MOVE "CHARGED-OFF OVERDRAFT RECOVERY" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           CLOSE GLR-FILE
           .

      *------------------------------------------------------------*
      * ONE FULL RULE SET FOR WS-GR-PROD AGAINST WS-GR-LIAB-GL.     *
      *------------------------------------------------------------*
       9100-WRITE-PROD-RULES.
           MOVE "DEP"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE "1001000100"          TO WS-GR-DR
           MOVE WS-GR-LIAB-GL         TO WS-GR-CR
           MOVE "CASH DEPOSIT"        TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "WDL"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "1001000100"          TO WS-GR-CR
           MOVE "CASH WITHDRAWAL"     TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "XDR"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "1001000200"          TO WS-GR-CR
           MOVE "TRANSFER OUT"        TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "XCR"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE "1001000200"          TO WS-GR-DR
           MOVE WS-GR-LIAB-GL         TO WS-GR-CR
           MOVE "TRANSFER IN"         TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "SVC"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "4001000100"          TO WS-GR-CR
           MOVE "SERVICE CHARGE"      TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "SVC"                 TO WS-GR-TYPE
           MOVE "CDPN"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "4003000100"          TO WS-GR-CR
           MOVE "CD EARLY WITHDRAWAL PENALTY" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "SVC"                 TO WS-GR-TYPE
           MOVE "STPF"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "4003000100"          TO WS-GR-CR
           MOVE "STOP PAYMENT FEE"    TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "SVC"                 TO WS-GR-TYPE
           MOVE "LGLF"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "4003000100"          TO WS-GR-CR
           MOVE "LEGAL PROCESS FEE"   TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "SVC"                 TO WS-GR-TYPE
           MOVE "ATMF"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "4003000100"          TO WS-GR-CR
           MOVE "FOREIGN ATM FEE"     TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "WDL"                 TO WS-GR-TYPE
           MOVE "CARD"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "1006000100"          TO WS-GR-CR
           MOVE "CARD PURCHASE/WITHDRAWAL" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "DEP"                 TO WS-GR-TYPE
           MOVE "CARD"                TO WS-GR-REASON
           MOVE "1006000100"          TO WS-GR-DR
           MOVE WS-GR-LIAB-GL         TO WS-GR-CR
           MOVE "CARD CREDIT/REFUND"  TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "ODF"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "4003000100"          TO WS-GR-CR
           MOVE "OVERDRAFT FEE"       TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "INT"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE "5001000100"          TO WS-GR-DR
           MOVE WS-GR-LIAB-GL         TO WS-GR-CR
           MOVE "INTEREST PAID"       TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "CKD"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "1001000100"          TO WS-GR-CR
           MOVE "CHECK DEBIT"         TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "CKP"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "1001000100"          TO WS-GR-CR
           MOVE "CHECK PAID"          TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "ADR"                 TO WS-GR-TYPE
           MOVE "LEVY"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "2005000100"          TO WS-GR-CR
           MOVE "LEVY/GARNISHMENT SEIZURE" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "ADR"                 TO WS-GR-TYPE
           MOVE "REGE"                TO WS-GR-REASON
           MOVE WS-GR-LIAB-GL         TO WS-GR-DR
           MOVE "1005000100"          TO WS-GR-CR
           MOVE "REG E CREDIT REVERSAL" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "ACR"                 TO WS-GR-TYPE
           MOVE "REGE"                TO WS-GR-REASON
           MOVE "1005000100"          TO WS-GR-DR
           MOVE WS-GR-LIAB-GL         TO WS-GR-CR
           MOVE "REG E CLAIM CREDIT"  TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE

           MOVE "CHO"                 TO WS-GR-TYPE
           MOVE SPACES                TO WS-GR-REASON
           MOVE "5002000100"          TO WS-GR-DR
           MOVE WS-GR-LIAB-GL         TO WS-GR-CR
           MOVE "OVERDRAFT CHARGE-OFF" TO WS-GR-DESC
           PERFORM 9200-WRITE-GL-RULE
           .

       9200-WRITE-GL-RULE.
           INITIALIZE GLR-REC
           MOVE "GR"              TO GLR-REC-TYPE
           MOVE WS-GR-PROD        TO GLR-PROD-CODE
           MOVE WS-GR-TYPE        TO GLR-TXN-TYPE
           MOVE WS-GR-REASON      TO GLR-REASON
           MOVE WS-GR-DR          TO GLR-GL-DR
           MOVE WS-GR-CR          TO GLR-GL-CR
           MOVE WS-GR-DESC        TO GLR-DESC
           MOVE SPACES            TO GLR-FILLER
           WRITE GLR-REC
           ADD 1 TO WS-GR-CNT
           .

      *------------------------------------------------------------*
      * 9500 - SEED HOLIDAY CALENDAR                                *
      * SATURDAY AND SUNDAY WEEKENDS PLUS THE FEDERAL RESERVE       *
      * HOLIDAYS FOR 2026-2027. A HOLIDAY FALLING ON A SATURDAY IS  *
      * NOT OBSERVED; ONE FALLING ON A SUNDAY MOVES TO MONDAY.      *
      *------------------------------------------------------------*
       9500-SEED-HOL-CALENDAR.
           OPEN OUTPUT CAL-FILE
           MOVE 0                     TO WS-HC-CNT

           MOVE "WK"                  TO WS-HC-TYPE
           MOVE 0                     TO WS-HC-DATE
           MOVE 6                     TO WS-HC-DOW
           MOVE "SATURDAY"            TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "WK"                  TO WS-HC-TYPE
           MOVE 0                     TO WS-HC-DATE
           MOVE 7                     TO WS-HC-DOW
           MOVE "SUNDAY"              TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20260101              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "NEW YEAR'S DAY"      TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20260119              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "MARTIN LUTHER KING JR DAY" TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20260216              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "WASHINGTON'S BIRTHDAY" TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20260525              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "MEMORIAL DAY"        TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20260619              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "JUNETEENTH"          TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20260907              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "LABOR DAY"           TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20261012              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "COLUMBUS DAY"        TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20261111              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "VETERANS DAY"        TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20261126              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "THANKSGIVING DAY"    TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20261225              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "CHRISTMAS DAY"       TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20270101              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "NEW YEAR'S DAY"      TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20270118              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "MARTIN LUTHER KING JR DAY" TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20270215              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "WASHINGTON'S BIRTHDAY" TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20270531              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "MEMORIAL DAY"        TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20270705              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "INDEPENDENCE DAY (OBSERVED)" TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20270906              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "LABOR DAY"           TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20271011              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "COLUMBUS DAY"        TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20271111              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "VETERANS DAY"        TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           MOVE "HC"                  TO WS-HC-TYPE
           MOVE 20271125              TO WS-HC-DATE
           MOVE 0                     TO WS-HC-DOW
           MOVE "THANKSGIVING DAY"    TO WS-HC-DESC
           PERFORM 9600-WRITE-CAL-REC

           CLOSE CAL-FILE
           .

       9600-WRITE-CAL-REC.
           INITIALIZE CAL-REC
           MOVE WS-HC-TYPE        TO CAL-REC-TYPE
           MOVE WS-HC-DATE        TO CAL-DATE
           MOVE WS-HC-DOW         TO CAL-DOW
           MOVE WS-HC-DESC        TO CAL-DESC
           MOVE SPACES            TO CAL-FILLER
           WRITE CAL-REC
           ADD 1 TO WS-HC-CNT
           .

      *------------------------------------------------------------*
      * 9700 - SEED DEBIT/ATM CARD MASTER                           *
      * ONE ACTIVE CARD EACH FOR CIF 1 AND 3. CIF 5 REPORTED ITS    *
      * FIRST CARD LOST AND HOLDS THE REPLACEMENT (CARD 4).         *
      *------------------------------------------------------------*
       9700-SEED-CARDS.
           OPEN OUTPUT CARD-FILE

           MOVE 1                     TO WS-CD-ID
           MOVE "453201******0147"    TO WS-CD-MASKED
           MOVE "0000000001"          TO WS-CD-CIF
           MOVE "0000010000014721"    TO WS-CD-ACCT
           MOVE "A"                   TO WS-CD-STATUS
           MOVE 202909                TO WS-CD-EXPIRY
           MOVE 500.00                TO WS-CD-ATM-LIMIT
           MOVE 2500.00               TO WS-CD-POS-LIMIT
           MOVE 20250915              TO WS-CD-ISSUED-DT
           MOVE "BACKOF01"            TO WS-CD-ISSUED-BY
           MOVE 20250915              TO WS-CD-STATUS-DT
           MOVE 0                     TO WS-CD-REPL-ID
           PERFORM 9710-WRITE-CARD

           MOVE 2                     TO WS-CD-ID
           MOVE "453201******2156"    TO WS-CD-MASKED
           MOVE "0000000003"          TO WS-CD-CIF
           MOVE "0000030000042156"    TO WS-CD-ACCT
           MOVE "A"                   TO WS-CD-STATUS
           MOVE 202811                TO WS-CD-EXPIRY
           MOVE 1000.00               TO WS-CD-ATM-LIMIT
           MOVE 5000.00               TO WS-CD-POS-LIMIT
           MOVE 20241102              TO WS-CD-ISSUED-DT
           MOVE "BACKOF01"            TO WS-CD-ISSUED-BY
           MOVE 20241102              TO WS-CD-STATUS-DT
           MOVE 0                     TO WS-CD-REPL-ID
           PERFORM 9710-WRITE-CARD

           MOVE 3                     TO WS-CD-ID
           MOVE "453201******6690"    TO WS-CD-MASKED
           MOVE "0000000005"          TO WS-CD-CIF
           MOVE "0000050000069018"    TO WS-CD-ACCT
           MOVE "L"                   TO WS-CD-STATUS
           MOVE 202801                TO WS-CD-EXPIRY
           MOVE 500.00                TO WS-CD-ATM-LIMIT
           MOVE 2500.00               TO WS-CD-POS-LIMIT
           MOVE 20240118              TO WS-CD-ISSUED-DT
           MOVE "BACKOF01"            TO WS-CD-ISSUED-BY
           MOVE 20260902              TO WS-CD-STATUS-DT
           MOVE 4                     TO WS-CD-REPL-ID
           PERFORM 9710-WRITE-CARD

           MOVE 4                     TO WS-CD-ID
           MOVE "453201******9018"    TO WS-CD-MASKED
           MOVE "0000000005"          TO WS-CD-CIF
           MOVE "0000050000069018"    TO WS-CD-ACCT
           MOVE "A"                   TO WS-CD-STATUS
           MOVE 203009                TO WS-CD-EXPIRY
           MOVE 500.00                TO WS-CD-ATM-LIMIT
           MOVE 2500.00               TO WS-CD-POS-LIMIT
           MOVE 20260902              TO WS-CD-ISSUED-DT
           MOVE "BACKOF01"            TO WS-CD-ISSUED-BY
           MOVE 20260902              TO WS-CD-STATUS-DT
           MOVE 0                     TO WS-CD-REPL-ID
           PERFORM 9710-WRITE-CARD

           CLOSE CARD-FILE
           .

       9710-WRITE-CARD.
           INITIALIZE CARD-REC
           MOVE "CM"              TO CARD-REC-TYPE
           MOVE WS-CD-ID          TO CARD-ID
           MOVE WS-CD-MASKED      TO CARD-MASKED-NUM
           MOVE WS-CD-CIF         TO CARD-CIF-ID
           MOVE WS-CD-ACCT        TO CARD-PRI-ACCT
           MOVE SPACES            TO CARD-SAV-ACCT
           MOVE WS-CD-STATUS      TO CARD-STATUS
           MOVE WS-CD-EXPIRY      TO CARD-EXPIRY
           MOVE WS-CD-ATM-LIMIT   TO CARD-ATM-LIMIT
           MOVE WS-CD-POS-LIMIT   TO CARD-POS-LIMIT
           MOVE 0                 TO CARD-USE-DT
           MOVE 0                 TO CARD-ATM-USED
           MOVE 0                 TO CARD-POS-USED
           MOVE WS-CD-ISSUED-DT   TO CARD-ISSUED-DT
           MOVE WS-CD-ISSUED-BY   TO CARD-ISSUED-BY
           MOVE WS-CD-STATUS-DT   TO CARD-STATUS-DT
           MOVE WS-CD-REPL-ID     TO CARD-REPL-ID
           MOVE SPACES            TO CARD-FILLER
           WRITE CARD-REC
           .
