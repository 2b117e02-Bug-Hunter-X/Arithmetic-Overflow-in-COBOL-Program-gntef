           SELECT WOFF-EXTRACT-FILE ASSIGN TO "WOFFGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFF-EXTRACT-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DISPUTE-TRANS-FILE ASSIGN TO "DISPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-TRANS-STATUS.
           SELECT DISPUTE-REGISTER-FILE ASSIGN TO "DISPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-REG-STATUS.
           SELECT DISPUTE-AGING-FILE ASSIGN TO "DISPAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-AGE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PLANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CUSTOMER-ID
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-TRANS-FILE ASSIGN TO "PLANTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-TRANS-STATUS.
           SELECT PLAN-REGISTER-FILE ASSIGN TO "PLANREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-REG-STATUS.
           SELECT BROKEN-PROMISE-FILE ASSIGN TO "BRKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BROKEN-RPT-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "MOVEFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT ROLLFWD-REPORT-FILE ASSIGN TO "RFWDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFWD-RPT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSNAP-STATUS.
           SELECT PERIOD-TOTALS-FILE ASSIGN TO "PERTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERTOT-STATUS.
           SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PEREXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEREXC-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO "PLACEFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLACE-STATUS.
           SELECT PLACEMENT-REGISTER-FILE ASSIGN TO "PLACEREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLACE-REG-STATUS.
           SELECT AGENCY-RETURN-FILE ASSIGN TO "AGYRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-RTN-STATUS.
           SELECT AGENCY-REGISTER-FILE ASSIGN TO "AGYREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-REG-STATUS.
           SELECT AGENCY-GL-FILE ASSIGN TO "AGYGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-GL-STATUS.
           SELECT AGENCY-INVENTORY-FILE ASSIGN TO "AGYINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-INV-STATUS.
           SELECT REFUND-PENDING-FILE ASSIGN TO "REFPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-PEND-STATUS.
           SELECT REFUND-AP-FILE ASSIGN TO "REFUNDAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-AP-STATUS.
           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-REG-STATUS.
           SELECT REFUND-GL-FILE ASSIGN TO "REFGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-GL-STATUS.
           SELECT GROUP-EXPOSURE-FILE ASSIGN TO "GRPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRP-RPT-STATUS.
           SELECT DD-MANDATE-FILE ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CUSTOMER-ID
               FILE STATUS IS WS-DD-MAND-STATUS.
           SELECT DD-ENROL-TRANS-FILE ASSIGN TO "DDENROL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-ENROL-STATUS.
           SELECT DD-ENROL-REGISTER-FILE ASSIGN TO "DDENRREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-ENR-REG-STATUS.
           SELECT DD-DEBIT-FILE ASSIGN TO "DDDEBIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-DEBIT-STATUS.
           SELECT DD-RETURN-FILE ASSIGN TO "DDRETURN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-RETURN-STATUS.
           SELECT DD-REGISTER-FILE ASSIGN TO "DDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-REG-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-RPT-STATUS.
           SELECT CREDIT-REVIEW-FILE ASSIGN TO "CRREVIEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CF-LAST-NOTICE-DATE PIC 9(8).
           05  CF-BASE-EQUIVALENT  PIC S9(9)V99 COMP-3.
           05  CF-REVAL-RATE       PIC 9(3)V9(6) COMP-3.
           05  CF-PLACED-FLAG      PIC X(1).
           05  CF-AGENCY-CODE      PIC X(4).
           05  CF-PLACED-DATE      PIC 9(8).
           05  CF-PARENT-ID        PIC 9(5).
           05  CF-GROUP-LIMIT      PIC S9(9)V99 COMP-3.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
       01  MAINT-TRANS-RECORD.
           05  MT-CUSTOMER-ID          PIC 9(5).
           05  MT-CORRECTED-BALANCE    PIC S9(9)V99.
           05  MT-EFFECTIVE-DATE       PIC 9(8).

       FD  DAILY-TRANS-FILE.
       01  DAILY-TRANS-RECORD.
           05  TR-TRANS-TYPE           PIC X(1).
           05  TR-TRANS-AMOUNT         PIC S9(9)V99.
           05  TR-TRANS-DATE           PIC 9(8).
           05  TR-DOC-NUMBER           PIC X(11).
           05  TR-DUE-DATE             PIC 9(8).

       FD  POSTING-REGISTER-FILE
           RECORDING MODE IS F.
           05  FE-CURRENCY-CODE        PIC X(3).
           05  FE-CREDIT-LIMIT         PIC S9(9)V99.
           05  FE-HOLD-FLAG            PIC X(1).
           05  FE-PARENT-ID            PIC 9(5).
           05  FE-GROUP-LIMIT          PIC S9(9)V99.

       FD  TURNAROUND-REPORT-FILE
           RECORDING MODE IS F.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-ALLOWED-MODES        PIC X(72).
           05  OP-CORRECTION-LIMIT     PIC S9(9)V99.

       FD  PENDING-APPROVAL-FILE.
           05  ST-GRAND-AGE-BUCKET     OCCURS 6 TIMES
                                       PIC S9(9)V99.

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUSTOMER-ID      PIC 9(5).
               10  OI-DOC-NUMBER       PIC X(11).
           05  OI-DOC-TYPE             PIC X(1).
           05  OI-DOC-DATE             PIC 9(8).
           05  OI-DUE-DATE             PIC 9(8).
           05  OI-ORIGINAL-AMOUNT      PIC S9(9)V99.
           05  OI-OPEN-AMOUNT          PIC S9(9)V99.
           05  OI-LAST-APPLIED-DATE    PIC 9(8).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DS-DISPUTE-KEY.
               10  DS-CUSTOMER-ID      PIC 9(5).
               10  DS-DISPUTE-NUMBER   PIC 9(4).
           05  DS-DOC-NUMBER           PIC X(11).
           05  DS-AMOUNT               PIC S9(9)V99.
           05  DS-REASON-CODE          PIC X(10).
           05  DS-OPENED-DATE          PIC 9(8).
           05  DS-OWNER                PIC X(8).
           05  DS-STATUS               PIC X(1).
           05  DS-RESOLVED-DATE        PIC 9(8).
           05  DS-RESOLVED-BY          PIC X(8).
           05  DS-CREDIT-AMOUNT        PIC S9(9)V99.

       FD  DISPUTE-TRANS-FILE.
       01  DISPUTE-TRANS-RECORD.
           05  DT-ACTION               PIC X(1).
           05  DT-CUSTOMER-ID          PIC 9(5).
           05  DT-DISPUTE-NUMBER       PIC 9(4).
           05  DT-DOC-NUMBER           PIC X(11).
           05  DT-AMOUNT               PIC S9(9)V99.
           05  DT-REASON-CODE          PIC X(10).
           05  DT-OWNER                PIC X(8).

       FD  DISPUTE-REGISTER-FILE
           RECORDING MODE IS F.
       01  DISPUTE-REGISTER-LINE      PIC X(132).

       FD  DISPUTE-AGING-FILE
           RECORDING MODE IS F.
       01  DISPUTE-AGING-LINE         PIC X(132).

       FD  PAYMENT-PLAN-FILE.
       01  PAYMENT-PLAN-RECORD.
           05  PP-CUSTOMER-ID          PIC 9(5).
           05  PP-STATUS               PIC X(1).
           05  PP-SETUP-DATE           PIC 9(8).
           05  PP-SETUP-OPERATOR       PIC X(8).
           05  PP-CHANGE-DATE          PIC 9(8).
           05  PP-CHANGE-OPERATOR      PIC X(8).
           05  PP-SCHEDULED-TOTAL      PIC S9(9)V99.
           05  PP-PAID-TO-DATE         PIC S9(9)V99.
           05  PP-LAST-CHECK-DATE      PIC 9(8).
           05  PP-BROKEN-DATE          PIC 9(8).
           05  PP-MISSED-DUE-DATE      PIC 9(8).
           05  PP-INST-COUNT           PIC 9(2).
           05  PP-INSTALLMENT OCCURS 12 TIMES.
               10  PP-INST-DUE-DATE    PIC 9(8).
               10  PP-INST-AMOUNT      PIC S9(9)V99.

       FD  PLAN-TRANS-FILE.
       01  PLAN-TRANS-RECORD.
           05  PX-ACTION               PIC X(1).
           05  PX-CUSTOMER-ID          PIC 9(5).
           05  PX-INST-COUNT           PIC 9(2).
           05  PX-INSTALLMENT OCCURS 12 TIMES.
               10  PX-INST-DUE-DATE    PIC 9(8).
               10  PX-INST-AMOUNT      PIC S9(9)V99.

       FD  PLAN-REGISTER-FILE
           RECORDING MODE IS F.
       01  PLAN-REGISTER-LINE         PIC X(132).

       FD  BROKEN-PROMISE-FILE
           RECORDING MODE IS F.
       01  BROKEN-PROMISE-LINE        PIC X(132).

       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD.
           05  MV-BUSINESS-DATE        PIC 9(8).
           05  MV-RUN-MODE             PIC X(5).
           05  MV-RUN-TIME             PIC 9(8).
           05  MV-RECORD-COUNT         PIC 9(7).
           05  MV-NORATE-COUNT         PIC 9(7).
           05  MV-SOURCE-TOTAL         PIC S9(11)V99.
           05  MV-SEGMENT-COUNT        PIC 9(3).
           05  MV-SEGMENT-ENTRY OCCURS 20 TIMES.
               10  MV-SEG-CODE         PIC X(4).
               10  MV-SEG-AMOUNT       OCCURS 6 TIMES
                                       PIC S9(11)V99.

       FD  ROLLFWD-REPORT-FILE
           RECORDING MODE IS F.
       01  ROLLFWD-REPORT-LINE        PIC X(132).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PD-PERIOD-ID            PIC 9(6).
           05  PD-START-DATE           PIC 9(8).
           05  PD-END-DATE             PIC 9(8).
           05  PD-STATUS               PIC X(1).
           05  PD-CLOSE-DATE           PIC 9(8).
           05  PD-CLOSE-OPERATOR       PIC X(8).
           05  PD-REOPEN-OPERATOR      PIC X(8).
           05  PD-REOPEN-DATE          PIC 9(8).

       FD  PERIOD-SNAPSHOT-FILE.
       01  PERIOD-SNAPSHOT-RECORD.
           05  PS-PERIOD-ID            PIC 9(6).
           05  PS-SNAPSHOT-DATE        PIC 9(8).
           05  PS-CUSTOMER-IMAGE       PIC X(120).

       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           05  PT-PERIOD-ID            PIC 9(6).
           05  PT-SNAPSHOT-DATE        PIC 9(8).
           05  PT-CLOSE-OPERATOR       PIC X(8).
           05  PT-RECORD-COUNT         PIC 9(7).
           05  PT-NORATE-COUNT         PIC 9(7).
           05  PT-TOTAL-BALANCE        PIC S9(11)V99.
           05  PT-SEGMENT-COUNT        PIC 9(3).
           05  PT-SEGMENT-ENTRY OCCURS 20 TIMES.
               10  PT-SEG-CODE         PIC X(4).
               10  PT-SEG-TOTAL        PIC S9(11)V99.

       FD  PERIOD-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  PERIOD-EXCEPTION-LINE      PIC X(132).

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05  PL-AGENCY-CODE          PIC X(4).
           05  PL-CUSTOMER-ID          PIC 9(5).
           05  PL-CUSTOMER-NAME        PIC X(30).
           05  PL-SEGMENT-CODE         PIC X(4).
           05  PL-CURRENCY-CODE        PIC X(3).
           05  PL-PLACED-AMOUNT        PIC S9(9)V99.
           05  PL-PLACED-DATE          PIC 9(8).
           05  PL-OLDEST-DUE-DATE      PIC 9(8).
           05  PL-LAST-ACTIVITY-DATE   PIC 9(8).
           05  PL-LAST-NOTICE-DATE     PIC 9(8).

       FD  PLACEMENT-REGISTER-FILE
           RECORDING MODE IS F.
       01  PLACEMENT-REGISTER-LINE    PIC X(132).

       FD  AGENCY-RETURN-FILE.
       01  AGENCY-RETURN-RECORD.
           05  AG-AGENCY-CODE          PIC X(4).
           05  AG-CUSTOMER-ID          PIC 9(5).
           05  AG-RETURN-TYPE          PIC X(1).
           05  AG-NET-AMOUNT           PIC S9(9)V99.
           05  AG-COMMISSION           PIC S9(9)V99.
           05  AG-RETURN-DATE          PIC 9(8).
           05  AG-REFERENCE            PIC X(11).

       FD  AGENCY-REGISTER-FILE
           RECORDING MODE IS F.
       01  AGENCY-REGISTER-LINE       PIC X(132).

       FD  AGENCY-GL-FILE.
       01  AGENCY-GL-RECORD.
           05  AX-BATCH-DATE           PIC 9(8).
           05  AX-RECORD-COUNT         PIC 9(7).
           05  AX-TOTAL-BALANCE        PIC S9(9)V99.
           05  AX-OVERFLOW-INDICATOR   PIC X(1).
           05  AX-SOURCE-CODE          PIC X(5).
           05  AX-SEGMENT-CODE         PIC X(4).

       FD  AGENCY-INVENTORY-FILE
           RECORDING MODE IS F.
       01  AGENCY-INVENTORY-LINE      PIC X(132).

       FD  REFUND-PENDING-FILE.
       01  REFUND-PENDING-RECORD.
           05  RP-CUSTOMER-ID          PIC 9(5).
           05  RP-REFUND-AMOUNT        PIC S9(9)V99.
           05  RP-ENTRY-OPERATOR       PIC X(8).
           05  RP-ENTRY-DATE           PIC 9(8).
           05  RP-STATUS               PIC X(1).
           05  RP-REFUND-DOC           PIC X(11).

       FD  REFUND-AP-FILE.
       01  REFUND-AP-RECORD.
           05  RA-CUSTOMER-ID          PIC 9(5).
           05  RA-CUSTOMER-NAME        PIC X(30).
           05  RA-CURRENCY-CODE        PIC X(3).
           05  RA-REFUND-AMOUNT        PIC S9(9)V99.
           05  RA-REFUND-DATE          PIC 9(8).
           05  RA-ENTRY-OPERATOR       PIC X(8).
           05  RA-APPROVER             PIC X(8).

       FD  REFUND-REGISTER-FILE
           RECORDING MODE IS F.
       01  REFUND-REGISTER-LINE       PIC X(132).

       FD  REFUND-GL-FILE.
       01  REFUND-GL-RECORD.
           05  RG-BATCH-DATE           PIC 9(8).
           05  RG-RECORD-COUNT         PIC 9(7).
           05  RG-TOTAL-BALANCE        PIC S9(9)V99.
           05  RG-OVERFLOW-INDICATOR   PIC X(1).
           05  RG-SOURCE-CODE          PIC X(5).
           05  RG-SEGMENT-CODE         PIC X(4).

       FD  GROUP-EXPOSURE-FILE
           RECORDING MODE IS F.
       01  GROUP-EXPOSURE-LINE        PIC X(132).

       FD  DD-MANDATE-FILE.
       01  DD-MANDATE-RECORD.
           05  DM-CUSTOMER-ID          PIC 9(5).
           05  DM-STATUS               PIC X(1).
           05  DM-MANDATE-ID           PIC X(18).
           05  DM-BANK-ROUTING         PIC 9(9).
           05  DM-BANK-ACCOUNT         PIC X(17).
           05  DM-DEBIT-DAY            PIC 9(2).
           05  DM-ENROL-DATE           PIC 9(8).
           05  DM-ENROL-OPERATOR       PIC X(8).
           05  DM-CHANGE-DATE          PIC 9(8).
           05  DM-CHANGE-OPERATOR      PIC X(8).
           05  DM-LAST-CYCLE-DATE      PIC 9(8).
           05  DM-LAST-DEBIT-DATE      PIC 9(8).
           05  DM-LAST-DEBIT-AMOUNT    PIC S9(9)V99.
           05  DM-LAST-DEBIT-REF       PIC X(11).
           05  DM-RETURN-COUNT         PIC 9(2).
           05  DM-LAST-RETURN-DATE     PIC 9(8).
           05  DM-LAST-RETURN-REF      PIC X(11).
           05  DM-CANCEL-REASON        PIC X(1).

       FD  DD-ENROL-TRANS-FILE.
       01  DD-ENROL-TRANS-RECORD.
           05  DE-ACTION               PIC X(1).
           05  DE-CUSTOMER-ID          PIC 9(5).
           05  DE-MANDATE-ID           PIC X(18).
           05  DE-BANK-ROUTING         PIC 9(9).
           05  DE-BANK-ACCOUNT         PIC X(17).
           05  DE-DEBIT-DAY            PIC 9(2).

       FD  DD-ENROL-REGISTER-FILE
           RECORDING MODE IS F.
       01  DD-ENROL-REGISTER-LINE     PIC X(132).

       FD  DD-DEBIT-FILE.
       01  DD-DEBIT-RECORD.
           05  DB-CUSTOMER-ID          PIC 9(5).
           05  DB-CUSTOMER-NAME        PIC X(30).
           05  DB-MANDATE-ID           PIC X(18).
           05  DB-BANK-ROUTING         PIC 9(9).
           05  DB-BANK-ACCOUNT         PIC X(17).
           05  DB-CURRENCY-CODE        PIC X(3).
           05  DB-DEBIT-AMOUNT         PIC S9(9)V99.
           05  DB-COLLECTION-DATE      PIC 9(8).
           05  DB-REFERENCE            PIC X(11).

       FD  DD-RETURN-FILE.
       01  DD-RETURN-RECORD.
           05  BR-CUSTOMER-ID          PIC 9(5).
           05  BR-MANDATE-ID           PIC X(18).
           05  BR-REFERENCE            PIC X(11).
           05  BR-RETURN-AMOUNT        PIC S9(9)V99.
           05  BR-RETURN-DATE          PIC 9(8).
           05  BR-REASON-CODE          PIC X(1).

       FD  DD-REGISTER-FILE
           RECORDING MODE IS F.
       01  DD-REGISTER-LINE           PIC X(132).

       FD  SCORECARD-FILE
           RECORDING MODE IS F.
       01  SCORECARD-LINE             PIC X(132).

       FD  CREDIT-REVIEW-FILE
           RECORDING MODE IS F.
       01  CREDIT-REVIEW-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(2) VALUE "00".
       01  WS-EXCEPTION-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-POST-REJECT-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-POSTED-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-POST-PRIOR-DUE        PIC 9(8) VALUE ZEROS.
       01  WS-POST-DISPOSITION      PIC X(19) VALUE SPACES.
       01  WS-EDIT-COUNT            PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-LAST-NOTICE-DATE PIC 9(8).
           05  WS-BASE-EQUIVALENT PIC S9(9)V99 COMP-3.
           05  WS-REVAL-RATE-HELD PIC 9(3)V9(6) COMP-3.
           05  WS-PLACED-FLAG     PIC X(1).
           05  WS-AGENCY-CODE     PIC X(4).
           05  WS-PLACED-DATE     PIC 9(8).
           05  WS-PARENT-ID       PIC 9(5).
           05  WS-GROUP-LIMIT     PIC S9(9)V99 COMP-3.

       01  WS-TOTAL-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-OVERFLOW-FLAG        PIC 9 VALUE 0.
       01  WS-LB-RECEIPT.
           05  WS-LB-REF.
               10  WS-LB-REF-ID     PIC X(5).
               10  WS-LB-REF-DOC    PIC X(11).
           05  WS-LB-AMT            PIC S9(9)V99 COMP-3.
           05  WS-LB-DATE           PIC 9(8).
           05  WS-LB-FIRST-SEEN     PIC 9(8).
       01  WS-OPER-LIMIT            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-OPER-MODE-OK          PIC 9 VALUE 0.
       01  WS-OPER-MODE-TABLE.
           05  WS-OPER-MODE-WORD OCCURS 12 TIMES PIC X(5).
       01  WS-OPER-MODE-IX          PIC 9(2) VALUE ZEROS.
       01  WS-MAINT-OVER-LIMIT      PIC 9 VALUE 0.
       01  WS-MAINT-DIFF            PIC S9(10)V99 COMP-3 VALUE ZEROS.
               10  WS-WOS-CNT       PIC 9(7).
       01  WS-WOS-IX                PIC 9(3) VALUE ZEROS.
       01  WS-WOS-FOUND             PIC 9 VALUE 0.
       01  WS-OPEN-ITEM-STATUS      PIC X(2) VALUE "00".
       01  WS-OI-AVAILABLE          PIC 9 VALUE 0.
       01  WS-OI-EOF                PIC 9 VALUE 0.
       01  WS-OI-CUST-ID            PIC 9(5) VALUE ZEROS.
       01  WS-OI-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-OI-COUNT              PIC 9(3) VALUE ZEROS.
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY OCCURS 500 TIMES.
               10  WS-OI-DOC        PIC X(11).
               10  WS-OI-TYPE       PIC X(1).
               10  WS-OI-DDATE      PIC 9(8).
               10  WS-OI-DUE        PIC 9(8).
               10  WS-OI-ORIG       PIC S9(9)V99 COMP-3.
               10  WS-OI-OPEN       PIC S9(9)V99 COMP-3.
               10  WS-OI-CHANGED    PIC 9.
               10  WS-OI-DISP       PIC S9(9)V99 COMP-3.
       01  WS-OI-IX                 PIC 9(3) VALUE ZEROS.
       01  WS-OI-PICK               PIC 9(3) VALUE ZEROS.
       01  WS-OI-ITEM-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-RESIDUAL           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-EFFECT             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-TO-APPLY           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-APPLY-AMT          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-AGE-AMT            PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-REF-DOC            PIC X(11) VALUE SPACES.
       01  WS-OI-REF-FOUND          PIC 9 VALUE 0.
       01  WS-OI-BUCKETS.
           05  WS-OI-BUCKET-AMT OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
       01  WS-OI-BASE-BUCKETS.
           05  WS-OI-BUCKET-BASE OCCURS 6 TIMES
                                    PIC S9(9)V99 COMP-3.
       01  WS-OI-BASE-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-PAST-DUE-AMT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-OLDEST-BUCKET      PIC 9(2) VALUE ZEROS.
       01  WS-OI-OLDEST-DAYS        PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-OI-OLDEST-DUE         PIC 9(8) VALUE ZEROS.
       01  WS-OI-NEW-TYPE           PIC X(1) VALUE SPACES.
       01  WS-OI-NEW-DOC            PIC X(11) VALUE SPACES.
       01  WS-OI-NEW-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-OI-NEW-DUE            PIC 9(8) VALUE ZEROS.
       01  WS-OI-NEW-ORIG           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-NEW-OPEN           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-OI-WRITTEN            PIC 9 VALUE 0.
       01  WS-OI-DOC-SEQ            PIC 9(4) VALUE ZEROS.
       01  WS-OI-GEN-DOC.
           05  WS-OI-GEN-TYPE       PIC X(1).
           05  WS-OI-GEN-YY         PIC 9(2).
           05  WS-OI-GEN-MM         PIC 9(2).
           05  WS-OI-GEN-DD         PIC 9(2).
           05  WS-OI-GEN-SEQ        PIC 9(4).
       01  WS-TERMS-DAYS            PIC 9(3) VALUE 30.
       01  WS-AGE-DUE-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-LB-APPLY-DOC          PIC X(11) VALUE SPACES.
       01  WS-LB-BY-REFERENCE       PIC 9 VALUE 0.
       01  WS-LA-TABLE-MAX          PIC 9(5) VALUE 5000.
       01  WS-LA-COUNT              PIC 9(5) VALUE ZEROS.
       01  WS-LA-TABLE.
           05  WS-LA-ENTRY OCCURS 5000 TIMES.
               10  WS-LA-ID         PIC 9(5).
               10  WS-LA-DOC        PIC X(11).
               10  WS-LA-AMT        PIC S9(9)V99 COMP-3.
       01  WS-LA-IX                 PIC 9(5) VALUE ZEROS.
       01  WS-DISPUTE-STATUS        PIC X(2) VALUE "00".
       01  WS-DISP-TRANS-STATUS     PIC X(2) VALUE "00".
       01  WS-DISP-REG-STATUS       PIC X(2) VALUE "00".
       01  WS-DISP-AGE-STATUS       PIC X(2) VALUE "00".
       01  WS-DS-AVAILABLE          PIC 9 VALUE 0.
       01  WS-DS-EOF                PIC 9 VALUE 0.
       01  WS-DS-OPEN-AMT           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DS-UNDISPUTED         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DS-NEXT-NUMBER        PIC 9(4) VALUE ZEROS.
       01  WS-DS-CREDIT             PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-DISP-EOF              PIC 9 VALUE 0.
       01  WS-DISP-REJECT-REASON    PIC X(10) VALUE SPACES.
       01  WS-DISP-DISPOSITION      PIC X(19) VALUE SPACES.
       01  WS-DISP-APPLIED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-DISP-REJECT-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-DISP-CREDIT-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-DISP-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DAGE-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-DAGE-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DAGE-DAYS             PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-DAGE-BAND             PIC 9 VALUE 0.
       01  WS-DAGE-SEGMENT          PIC X(4) VALUE SPACES.
       01  WS-DR-COUNT              PIC 9(3) VALUE ZEROS.
       01  WS-DR-TABLE.
           05  WS-DR-ENTRY OCCURS 20 TIMES.
               10  WS-DR-CODE       PIC X(10).
               10  WS-DR-BAND-AMT OCCURS 4 TIMES
                                    PIC S9(11)V99 COMP-3.
               10  WS-DR-TOT        PIC S9(11)V99 COMP-3.
               10  WS-DR-CNT        PIC 9(7).
       01  WS-DR-IX                 PIC 9(3) VALUE ZEROS.
       01  WS-DR-FOUND              PIC 9 VALUE 0.
       01  WS-DG-COUNT              PIC 9(3) VALUE ZEROS.
       01  WS-DG-TABLE.
           05  WS-DG-ENTRY OCCURS 20 TIMES.
               10  WS-DG-CODE       PIC X(4).
               10  WS-DG-BAND-AMT OCCURS 4 TIMES
                                    PIC S9(11)V99 COMP-3.
               10  WS-DG-TOT        PIC S9(11)V99 COMP-3.
               10  WS-DG-CNT        PIC 9(7).
       01  WS-DG-IX                 PIC 9(3) VALUE ZEROS.
       01  WS-DG-FOUND              PIC 9 VALUE 0.
       01  WS-DAGE-SUBTOTAL-LINE.
           05  WS-DAGE-SUB-LABEL   PIC X(14).
           05  WS-DAGE-SUB-AMT OCCURS 4 TIMES
                                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DAGE-SUB-TOT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DAGE-SUB-CNT     PIC ZZZZZZ9.
       01  WS-WOFF-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PLAN-STATUS           PIC X(2) VALUE "00".
       01  WS-PLAN-TRANS-STATUS     PIC X(2) VALUE "00".
       01  WS-PLAN-REG-STATUS       PIC X(2) VALUE "00".
       01  WS-BROKEN-RPT-STATUS     PIC X(2) VALUE "00".
       01  WS-PP-AVAILABLE          PIC 9 VALUE 0.
       01  WS-PP-KEPT               PIC 9 VALUE 0.
       01  WS-PP-FOUND              PIC 9 VALUE 0.
       01  WS-PP-EOF                PIC 9 VALUE 0.
       01  WS-PP-IX                 PIC 9(2) VALUE ZEROS.
       01  WS-PP-PREV-DUE           PIC 9(8) VALUE ZEROS.
       01  WS-PP-SCHED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PP-PAID               PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PP-EXPECTED           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PP-CUM                PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PP-SHORTFALL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PP-MISSED-DUE         PIC 9(8) VALUE ZEROS.
       01  WS-PP-LATE-DAYS          PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-PLAN-GRACE-DAYS       PIC 9(3) VALUE 5.
       01  WS-PLAN-EOF              PIC 9 VALUE 0.
       01  WS-PLAN-REJECT-REASON    PIC X(10) VALUE SPACES.
       01  WS-PLAN-DISPOSITION      PIC X(19) VALUE SPACES.
       01  WS-PLAN-APPLIED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-PLAN-REJECT-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-PCHK-CHECKED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-PCHK-KEPT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-PCHK-DONE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-PCHK-BROKEN-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-PCHK-BROKEN-AMT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-FINCH-PLAN-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-DUN-PLAN-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-FINCH-PLACED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-DUN-PLACED-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-MOVEMENT-STATUS       PIC X(2) VALUE "00".
       01  WS-RFWD-RPT-STATUS       PIC X(2) VALUE "00".
       01  WS-MV-SEGMENT            PIC X(4) VALUE SPACES.
       01  WS-MV-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-MV-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-MV-BASE               PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-MV-CAT                PIC 9 VALUE 0.
       01  WS-MV-CONVERTED          PIC 9 VALUE 0.
       01  WS-MV-OLD-SEGMENT        PIC X(4) VALUE SPACES.
       01  WS-MV-OLD-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-MV-OLD-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-MV-COUNT              PIC 9(7) VALUE ZEROS.
       01  WS-MV-NORATE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-MV-RUN-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-MV-SOURCE-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-MVS-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-MVS-TABLE.
           05  WS-MVS-ENTRY OCCURS 20 TIMES.
               10  WS-MVS-CODE      PIC X(4).
               10  WS-MVS-AMT OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
       01  WS-MVS-IX                PIC 9(3) VALUE ZEROS.
       01  WS-MVS-FOUND             PIC 9 VALUE 0.
       01  WS-MV-CAT-IX             PIC 9 VALUE 0.
       01  WS-MV-EOF                PIC 9 VALUE 0.
       01  WS-CLOSE-HIST-FOUND      PIC 9 VALUE 0.
       01  WS-CLOSE-HIST.
           05  WS-CH-RUN-DATE          PIC 9(8).
           05  WS-CH-TOTAL-BALANCE     PIC S9(9)V99.
           05  WS-CH-RECORD-COUNT      PIC 9(7).
           05  WS-CH-REJECTED-COUNT    PIC 9(7).
           05  WS-CH-SEGMENT-COUNT     PIC 9(3).
           05  WS-CH-SEGMENT-ENTRY OCCURS 20 TIMES.
               10  WS-CH-SEG-CODE      PIC X(4).
               10  WS-CH-SEG-SUBTOTAL  PIC S9(9)V99.
       01  WS-RF-COUNT              PIC 9(3) VALUE ZEROS.
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY OCCURS 20 TIMES.
               10  WS-RF-CODE       PIC X(4).
               10  WS-RF-OPEN       PIC S9(11)V99 COMP-3.
               10  WS-RF-MOVE OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
               10  WS-RF-CLOSE      PIC S9(11)V99 COMP-3.
       01  WS-RF-IX                 PIC 9(3) VALUE ZEROS.
       01  WS-RF-FOUND              PIC 9 VALUE 0.
       01  WS-RF-SEG-CODE           PIC X(4) VALUE SPACES.
       01  WS-RF-TOTALS.
           05  WS-RFT-OPEN          PIC S9(11)V99 COMP-3.
           05  WS-RFT-MOVE OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
           05  WS-RFT-CLOSE         PIC S9(11)V99 COMP-3.
       01  WS-RF-LINE-OPEN          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-LINE-MOVES.
           05  WS-RF-LINE-MOVE OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
       01  WS-RF-LINE-CLOSE         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-CALC-CLOSE         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-DIFF               PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-OUT-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-RF-RUN-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-RF-NORATE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-RF-WOFF-SOURCE        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-FX-EXTRACT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-WOFF-EXTRACT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-GL-EXTRACT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-GL-FOUND           PIC 9 VALUE 0.
       01  WS-RF-EXTRACT-AMT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-PROOF-AMT          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-LABEL              PIC X(30) VALUE SPACES.
       01  WS-RF-FLAG               PIC X(20) VALUE SPACES.
       01  WS-RF-EOF                PIC 9 VALUE 0.
       01  WS-RF-PROOF-DIFF         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RF-EDIT-EXTRACT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RF-EDIT-PROOF         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PERIOD-STATUS         PIC X(2) VALUE "00".
       01  WS-PERSNAP-STATUS        PIC X(2) VALUE "00".
       01  WS-PERTOT-STATUS         PIC X(2) VALUE "00".
       01  WS-PEREXC-STATUS         PIC X(2) VALUE "00".
       01  WS-PER-TABLE-MAX         PIC 9(3) VALUE 120.
       01  WS-PER-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 120 TIMES.
               10  WS-PER-ID            PIC 9(6).
               10  WS-PER-START         PIC 9(8).
               10  WS-PER-END           PIC 9(8).
               10  WS-PER-STAT          PIC X(1).
               10  WS-PER-CLOSE-DATE    PIC 9(8).
               10  WS-PER-CLOSE-OPER    PIC X(8).
               10  WS-PER-REOPEN-OPER   PIC X(8).
               10  WS-PER-REOPEN-DATE   PIC 9(8).
       01  WS-PER-IX                PIC 9(3) VALUE ZEROS.
       01  WS-PER-EOF               PIC 9 VALUE 0.
       01  WS-PER-LOADED            PIC 9 VALUE 0.
       01  WS-PER-FIRST-START       PIC 9(8) VALUE ZEROS.
       01  WS-PER-ROLL-OPTION       PIC 9 VALUE 0.
       01  WS-PER-CAN-ROLL          PIC 9 VALUE 0.
       01  WS-PER-ROLL-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-PER-CURRENT-ID        PIC 9(6) VALUE ZEROS.
       01  WS-PER-TEST-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-PER-DATE-CLOSED       PIC 9 VALUE 0.
       01  WS-PER-HIT-ID            PIC 9(6) VALUE ZEROS.
       01  WS-PER-ROLLED            PIC 9 VALUE 0.
       01  WS-PER-ORIG-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-PER-EXC-OPEN          PIC 9 VALUE 0.
       01  WS-PER-EXC-KEY           PIC X(16) VALUE SPACES.
       01  WS-PER-EXC-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-PER-EXC-ACTION        PIC X(24) VALUE SPACES.
       01  WS-PER-EXC-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-PER-TARGET-X          PIC X(6) VALUE SPACES.
       01  WS-PER-TARGET-ID REDEFINES WS-PER-TARGET-X PIC 9(6).
       01  WS-PER-TARGET-IX         PIC 9(3) VALUE ZEROS.
       01  WS-PER-REFUSE-REASON     PIC X(50) VALUE SPACES.
       01  WS-PCL-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-PCL-NORATE            PIC 9(7) VALUE ZEROS.
       01  WS-PCL-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PCL-EOF               PIC 9 VALUE 0.
       01  WS-PCL-SEG-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-PCL-SEG-TABLE.
           05  WS-PCL-SEG-ENTRY OCCURS 20 TIMES.
               10  WS-PCL-SEG-CODE      PIC X(4).
               10  WS-PCL-SEG-TOTAL     PIC S9(11)V99 COMP-3.
       01  WS-PCL-SEG-IX            PIC 9(3) VALUE ZEROS.
       01  WS-PCL-SEG-FOUND         PIC 9 VALUE 0.
       01  WS-PLACE-STATUS          PIC X(2) VALUE "00".
       01  WS-PLACE-REG-STATUS      PIC X(2) VALUE "00".
       01  WS-AGY-RTN-STATUS        PIC X(2) VALUE "00".
       01  WS-AGY-REG-STATUS        PIC X(2) VALUE "00".
       01  WS-AGY-GL-STATUS         PIC X(2) VALUE "00".
       01  WS-AGY-INV-STATUS        PIC X(2) VALUE "00".
       01  WS-AGY-CODE              PIC X(4) VALUE SPACES.
       01  WS-AGY-MIN-DAYS          PIC 9(3) VALUE 30.
       01  WS-AGY-EOF               PIC 9 VALUE 0.
       01  WS-AGY-SKIP              PIC 9 VALUE 0.
       01  WS-AGY-PLACED-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-AGY-PLACED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-AGY-WAIT-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AGY-PLAN-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AGY-DISP-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AGY-BACK-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AGY-OLDEST-DUE        PIC 9(8) VALUE ZEROS.
       01  WS-AGY-VALID             PIC 9 VALUE 1.
       01  WS-AGY-REJECT-REASON     PIC X(10) VALUE SPACES.
       01  WS-AGY-ACTION            PIC X(10) VALUE SPACES.
       01  WS-AGY-TRANS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-AGY-GROSS             PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-AGY-READ-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AGY-COLL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AGY-RECALL-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-AGY-CLOSE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-AGY-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-AGY-GROSS-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-AGY-COMM-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-AGY-NET-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-AGS-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-AGS-TABLE.
           05  WS-AGS-ENTRY OCCURS 20 TIMES.
               10  WS-AGS-CODE          PIC X(4).
               10  WS-AGS-AMT           PIC S9(11)V99 COMP-3.
               10  WS-AGS-CNT           PIC 9(7).
       01  WS-AGS-IX                PIC 9(3) VALUE ZEROS.
       01  WS-AGS-FOUND             PIC 9 VALUE 0.
       01  WS-AGI-TABLE-MAX         PIC 9(3) VALUE 50.
       01  WS-AGI-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-AGI-TABLE.
           05  WS-AGI-ENTRY OCCURS 50 TIMES.
               10  WS-AGI-CODE          PIC X(4).
               10  WS-AGI-CNT           PIC 9(7).
               10  WS-AGI-AMT           PIC S9(11)V99 COMP-3.
               10  WS-AGI-BKT-CNT OCCURS 5 TIMES PIC 9(7).
               10  WS-AGI-BKT-AMT OCCURS 5 TIMES
                                        PIC S9(11)V99 COMP-3.
       01  WS-AGI-IX                PIC 9(3) VALUE ZEROS.
       01  WS-AGI-FOUND             PIC 9 VALUE 0.
       01  WS-AGI-BKT-IX            PIC 9 VALUE ZEROS.
       01  WS-AGI-DAYS              PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-AGI-BKT-LABEL         PIC X(12) VALUE SPACES.
       01  WS-AGI-EDIT-DAYS         PIC ZZZZ9.
       01  WS-AGI-TOTALS.
           05  WS-AGI-TOT-CNT           PIC 9(7).
           05  WS-AGI-TOT-AMT           PIC S9(11)V99 COMP-3.
           05  WS-AGI-TOT-BKT-CNT OCCURS 5 TIMES PIC 9(7).
           05  WS-AGI-TOT-BKT-AMT OCCURS 5 TIMES
                                        PIC S9(11)V99 COMP-3.
       01  WS-AGL-TABLE-MAX         PIC 9(5) VALUE 5000.
       01  WS-AGL-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-AGL-TABLE.
           05  WS-AGL-ENTRY OCCURS 5000 TIMES.
               10  WS-AGL-AGENCY        PIC X(4).
               10  WS-AGL-CUST-ID       PIC 9(5).
               10  WS-AGL-NAME          PIC X(30).
               10  WS-AGL-SEGMENT       PIC X(4).
               10  WS-AGL-CCY           PIC X(3).
               10  WS-AGL-BALANCE       PIC S9(9)V99 COMP-3.
               10  WS-AGL-PLACED        PIC 9(8).
               10  WS-AGL-DAYS          PIC S9(7) COMP-3.
               10  WS-AGL-BKT           PIC 9.
       01  WS-AGL-IX                PIC 9(5) VALUE ZEROS.
       01  WS-RFD-PEND-STATUS       PIC X(2) VALUE "00".
       01  WS-RFD-AP-STATUS         PIC X(2) VALUE "00".
       01  WS-RFD-REG-STATUS        PIC X(2) VALUE "00".
       01  WS-RFD-GL-STATUS         PIC X(2) VALUE "00".
       01  WS-RFD-MIN-CENTS         PIC 9(5) VALUE 1000.
       01  WS-RFD-THRESHOLD         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RFD-HOLD-DAYS         PIC 9(3) VALUE 30.
       01  WS-RFD-DAYS              PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-RFD-EOF               PIC 9 VALUE 0.
       01  WS-RFD-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RFD-ENTRY-OPER        PIC X(8) VALUE SPACES.
       01  WS-RFD-APPROVER          PIC X(8) VALUE SPACES.
       01  WS-RFD-ACTION            PIC X(10) VALUE SPACES.
       01  WS-RFD-DOC               PIC X(11) VALUE SPACES.
       01  WS-RFD-APPLIED           PIC 9 VALUE 0.
       01  WS-RFD-PENDING           PIC 9 VALUE 0.
       01  WS-RFD-POSTED            PIC 9 VALUE 0.
       01  WS-RFD-ISSUED-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-RFD-ISSUED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RFD-DEFER-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-RFD-DEFER-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RFD-HOLD-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-RFD-DISP-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-RFD-INPEND-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-RFD-INPOST-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-RFD-CLEAR-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-RFD-CARRY-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-RFD-DROP-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-RFD-PEND-MAX          PIC 9(3) VALUE 500.
       01  WS-RFD-PEND-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RFD-PEND-TABLE.
           05  WS-RFD-PEND-ENTRY OCCURS 500 TIMES.
               10  WS-RFD-PEND-ID       PIC 9(5).
               10  WS-RFD-PEND-AMT      PIC S9(9)V99 COMP-3.
               10  WS-RFD-PEND-OPER     PIC X(8).
               10  WS-RFD-PEND-DATE     PIC 9(8).
               10  WS-RFD-PEND-STAT     PIC X(1).
               10  WS-RFD-PEND-DOC      PIC X(11).
       01  WS-RFD-PEND-IX           PIC 9(3) VALUE ZEROS.
       01  WS-RFS-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-RFS-TABLE.
           05  WS-RFS-ENTRY OCCURS 20 TIMES.
               10  WS-RFS-CODE          PIC X(4).
               10  WS-RFS-AMT           PIC S9(11)V99 COMP-3.
               10  WS-RFS-CNT           PIC 9(7).
       01  WS-RFS-IX                PIC 9(3) VALUE ZEROS.
       01  WS-RFS-FOUND             PIC 9 VALUE 0.
       01  WS-GRP-RPT-STATUS        PIC X(2) VALUE "00".
       01  WS-GRP-EOF               PIC 9 VALUE 0.
       01  WS-GRM-MAX               PIC 9(5) VALUE 5000.
       01  WS-GRM-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-GRM-TABLE.
           05  WS-GRM-ENTRY OCCURS 5000 TIMES.
               10  WS-GRM-ID            PIC 9(5).
               10  WS-GRM-PARENT        PIC 9(5).
               10  WS-GRM-TOP           PIC 9(5).
               10  WS-GRM-NAME          PIC X(30).
               10  WS-GRM-SEGMENT       PIC X(4).
               10  WS-GRM-BASE          PIC S9(9)V99 COMP-3.
               10  WS-GRM-RATE-OK       PIC 9.
               10  WS-GRM-ACTION        PIC X(10).
       01  WS-GRM-IX                PIC 9(5) VALUE ZEROS.
       01  WS-GRM-JX                PIC 9(5) VALUE ZEROS.
       01  WS-GRM-FOUND             PIC 9 VALUE 0.
       01  WS-GRM-CUR               PIC 9(5) VALUE ZEROS.
       01  WS-GRM-DEPTH             PIC 9(3) VALUE ZEROS.
       01  WS-GRM-DEPTH-MAX         PIC 9(3) VALUE 20.
       01  WS-GRM-RESOLVED          PIC 9 VALUE 0.
       01  WS-GRP-MAX               PIC 9(5) VALUE 1000.
       01  WS-GRP-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 1000 TIMES.
               10  WS-GRP-TOP-ID        PIC 9(5).
               10  WS-GRP-NAME          PIC X(30).
               10  WS-GRP-SEGMENT       PIC X(4).
               10  WS-GRP-OWN-BASE      PIC S9(9)V99 COMP-3.
               10  WS-GRP-TOTAL         PIC S9(11)V99 COMP-3.
               10  WS-GRP-LIMIT         PIC S9(11)V99 COMP-3.
               10  WS-GRP-OVER          PIC S9(11)V99 COMP-3.
               10  WS-GRP-MEMBERS       PIC 9(5).
               10  WS-GRP-STATE         PIC X(10).
               10  WS-GRP-ACTION        PIC X(10).
       01  WS-GRP-IX                PIC 9(5) VALUE ZEROS.
       01  WS-GRP-JX                PIC 9(5) VALUE ZEROS.
       01  WS-GRP-FOUND             PIC 9 VALUE 0.
       01  WS-GRP-RATE-OK           PIC 9 VALUE 0.
       01  WS-GRP-HOLD-ACTION       PIC X(10) VALUE SPACES.
       01  WS-GRP-OVER-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-GRP-HELD-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-GRP-LOOP-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-GRP-NORATE-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-GRP-DROP-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-GRP-OVER-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-MAND-STATUS        PIC X(2) VALUE "00".
       01  WS-DD-ENROL-STATUS       PIC X(2) VALUE "00".
       01  WS-DD-ENR-REG-STATUS     PIC X(2) VALUE "00".
       01  WS-DD-DEBIT-STATUS       PIC X(2) VALUE "00".
       01  WS-DD-RETURN-STATUS      PIC X(2) VALUE "00".
       01  WS-DD-REG-STATUS         PIC X(2) VALUE "00".
       01  WS-DD-EOF                PIC 9 VALUE 0.
       01  WS-DD-FOUND              PIC 9 VALUE 0.
       01  WS-DD-REJECT-REASON      PIC X(10) VALUE SPACES.
       01  WS-DD-DISPOSITION        PIC X(19) VALUE SPACES.
       01  WS-DD-ACTION             PIC X(11) VALUE SPACES.
       01  WS-DD-ENROL-STATE        PIC X(9) VALUE SPACES.
       01  WS-DD-APPLIED-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-DD-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-DD-DUE-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-DD-DEBIT-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-DD-NIL-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-DD-SKIP-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-DD-DEBIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-RTN-READ-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-DD-RTN-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-DD-CANCEL-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-DD-RTN-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-FEE-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-FEE                PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-FEE-CHARGED        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-DD-FEE-CENTS          PIC 9(5) VALUE 2500.
       01  WS-DD-RETURN-MAX         PIC 9(5) VALUE 2.
       01  WS-DD-RUN-DAY            PIC 9(2) VALUE ZEROS.
       01  WS-DD-DUE-DAY            PIC 9(2) VALUE ZEROS.
       01  WS-DD-MONTH-END          PIC 9 VALUE 0.
       01  WS-DD-RUN-MONTH          PIC 9(6) VALUE ZEROS.
       01  WS-DD-CYCLE-MONTH        PIC 9(6) VALUE ZEROS.
       01  WS-DD-REFERENCE          PIC X(11) VALUE SPACES.
       01  WS-DD-TRANS-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-DD-RETURNS-SHOWN      PIC 9(2) VALUE ZEROS.
       01  WS-SCORE-RPT-STATUS      PIC X(2) VALUE "00".
       01  WS-REVIEW-RPT-STATUS     PIC X(2) VALUE "00".
       01  WS-SC-EOF                PIC 9 VALUE 0.
       01  WS-SC-OI-EOF             PIC 9 VALUE 0.
       01  WS-SC-HIST-EOF           PIC 9 VALUE 0.
       01  WS-SC-MV-EOF             PIC 9 VALUE 0.
       01  WS-SC-WINDOW-DAYS        PIC 9(5) VALUE 365.
       01  WS-SC-RECENT-DAYS        PIC 9(5) VALUE 90.
       01  WS-SC-UTIL-PCT           PIC 9(5) VALUE 80.
       01  WS-SC-INCR-PCT           PIC 9(5) VALUE 20.
       01  WS-SC-DECR-PCT           PIC 9(5) VALUE 25.
       01  WS-SC-SLIP-DAYS          PIC 9(5) VALUE 10.
       01  WS-SC-HOLD-SCORE         PIC 9(5) VALUE 60.
       01  WS-SC-TODAY              PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-DATE-INT           PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-APPLIED-INT        PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-DOC-INT            PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-DUE-INT            PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-DAYS               PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-BEYOND             PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-AGE                PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-SC-CUST-KEY           PIC X(5) VALUE SPACES.
       01  WS-SC-CUST.
           05  WS-SC-PAID-COUNT     PIC 9(5).
           05  WS-SC-DTP-SUM        PIC S9(9) COMP-3.
           05  WS-SC-MEASURED       PIC 9(5).
           05  WS-SC-DBT-SUM        PIC S9(9) COMP-3.
           05  WS-SC-LATE-COUNT     PIC 9(5).
           05  WS-SC-OPEN-LATE      PIC 9(5).
           05  WS-SC-RETURN-COUNT   PIC 9(5).
           05  WS-SC-SUSP-COUNT     PIC 9(5).
           05  WS-SC-RECENT-COUNT   PIC 9(5).
           05  WS-SC-RECENT-SUM     PIC S9(9) COMP-3.
           05  WS-SC-PRIOR-COUNT    PIC 9(5).
           05  WS-SC-PRIOR-SUM      PIC S9(9) COMP-3.
       01  WS-SC-AVG-DTP            PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-AVG-DBT            PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-AVG-RECENT         PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-AVG-PRIOR          PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-SLIP               PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-SLIPPING           PIC 9 VALUE 0.
       01  WS-SC-UTIL               PIC S9(5) COMP-3 VALUE ZEROS.
       01  WS-SC-UTIL-OK            PIC 9 VALUE 0.
       01  WS-SC-SCORE              PIC 9(3) VALUE ZEROS.
       01  WS-SC-PART               PIC 9(3) VALUE ZEROS.
       01  WS-SC-BAND               PIC X(6) VALUE SPACES.
       01  WS-SC-RECOMMEND          PIC X(8) VALUE SPACES.
       01  WS-SC-REASON             PIC X(80) VALUE SPACES.
       01  WS-SC-NEW-LIMIT          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-SC-EDIT-DAYS          PIC ZZZZ9.9-.
       01  WS-SC-EDIT-DAYS-2        PIC ZZZZ9.9-.
       01  WS-SC-EDIT-CNT           PIC ZZZ9.
       01  WS-SC-EDIT-UTIL          PIC ZZZZ9-.
       01  WS-SC-EDIT-SCORE         PIC ZZ9.
       01  WS-SC-EDIT-LIMIT         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SC-TOTALS.
           05  WS-SC-CUST-COUNT     PIC 9(7).
           05  WS-SC-LISTED-COUNT   PIC 9(7).
           05  WS-SC-HIGH-COUNT     PIC 9(7).
           05  WS-SC-INCR-COUNT     PIC 9(7).
           05  WS-SC-DECR-COUNT     PIC 9(7).
           05  WS-SC-HOLD-COUNT     PIC 9(7).
           05  WS-SC-CO-CUSTS       PIC 9(7).
           05  WS-SC-CO-PAID        PIC 9(7).
           05  WS-SC-CO-DTP-SUM     PIC S9(11) COMP-3.
           05  WS-SC-CO-MEASURED    PIC 9(7).
           05  WS-SC-CO-DBT-SUM     PIC S9(11) COMP-3.
           05  WS-SC-CO-LATE        PIC 9(7).
       01  WS-SC-SEG-COUNT          PIC 9(3) VALUE ZEROS.
       01  WS-SC-SEG-IX             PIC 9(3) VALUE ZEROS.
       01  WS-SC-SEG-FOUND          PIC 9 VALUE 0.
       01  WS-SC-SEG-KEY            PIC X(4) VALUE SPACES.
       01  WS-SC-SEG-TABLE.
           05  WS-SC-SEG-ENTRY OCCURS 20 TIMES.
               10  WS-SC-SEG-CODE     PIC X(4).
               10  WS-SC-SEG-CUSTS    PIC 9(7).
               10  WS-SC-SEG-PAID     PIC 9(7).
               10  WS-SC-SEG-DTP-SUM  PIC S9(11) COMP-3.
               10  WS-SC-SEG-MEASURED PIC 9(7).
               10  WS-SC-SEG-DBT-SUM  PIC S9(11) COMP-3.
               10  WS-SC-SEG-LATE     PIC 9(7).
               10  WS-SC-SEG-HIGH     PIC 9(7).
               10  WS-SC-SEG-BAL OCCURS 6 TIMES
                                      PIC S9(11)V99 COMP-3.
               10  WS-SC-SEG-SALES OCCURS 6 TIMES
                                      PIC S9(11)V99 COMP-3.
       01  WS-SC-HST-IX             PIC 9(3) VALUE ZEROS.
       01  WS-SC-MON-IX             PIC 9 VALUE 0.
       01  WS-SC-MON-FOUND          PIC 9 VALUE 0.
       01  WS-SC-MONTH-KEY          PIC 9(6) VALUE ZEROS.
       01  WS-SC-MONTH-TABLE.
           05  WS-SC-MONTH-ENTRY OCCURS 6 TIMES.
               10  WS-SC-MONTH        PIC 9(6).
               10  WS-SC-MONTH-DAYS   PIC 9(3).
               10  WS-SC-HIST-DATE    PIC 9(8).
               10  WS-SC-CO-BAL       PIC S9(11)V99 COMP-3.
               10  WS-SC-CO-SALES     PIC S9(11)V99 COMP-3.
       01  WS-SC-ROW-LABEL          PIC X(8) VALUE SPACES.
       01  WS-SC-ROW.
           05  WS-SC-ROW-BAL OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
           05  WS-SC-ROW-SALES OCCURS 6 TIMES
                                    PIC S9(11)V99 COMP-3.
       01  WS-SC-COL                PIC 9(3) VALUE ZEROS.
       01  WS-SC-DSO                PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-DSO-OK             PIC 9 VALUE 0.
       01  WS-SC-DSO-CUR            PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-DSO-CUR-OK         PIC 9 VALUE 0.
       01  WS-SC-DSO-PRIOR-SUM      PIC S9(7)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-DSO-PRIOR-CNT      PIC 9 VALUE 0.
       01  WS-SC-DSO-CHANGE         PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-SC-TREND              PIC X(9) VALUE SPACES.
       01  WS-SC-SUM-ROW.
           05  WS-SC-R-CUSTS        PIC 9(7).
           05  WS-SC-R-PAID         PIC 9(7).
           05  WS-SC-R-DTP-SUM      PIC S9(11) COMP-3.
           05  WS-SC-R-MEASURED     PIC 9(7).
           05  WS-SC-R-DBT-SUM      PIC S9(11) COMP-3.
           05  WS-SC-R-LATE         PIC 9(7).
           05  WS-SC-R-HIGH         PIC 9(7).

       01  WS-EXCEPTION-TABLE-MAX   PIC 9(5) VALUE 10000.
       01  WS-EXCEPTION-TABLE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-RUN-MODE WS-RUN-PARAMETER WS-RUN-PARAMETER-2
           IF (WS-RUN-MODE = "MAINT" OR WS-RUN-MODE = "POST"
              OR WS-RUN-MODE = "LOAD" OR WS-RUN-MODE = "APPR"
              OR WS-RUN-MODE = "DISP" OR WS-RUN-MODE = "PLAN"
              OR WS-RUN-MODE = "PCLOS" OR WS-RUN-MODE = "PREOP"
              OR WS-RUN-MODE = "PRAPP" OR WS-RUN-MODE = "RFND"
              OR WS-RUN-MODE = "RFAPP" OR WS-RUN-MODE = "DDENR")
              AND WS-RUN-PARAMETER NOT = SPACES
               MOVE WS-RUN-PARAMETER TO WS-OPERATOR-ID
           END-IF
           IF WS-RUN-MODE = "MAINT" OR WS-RUN-MODE = "POST"
              OR WS-RUN-MODE = "LOAD" OR WS-RUN-MODE = "APPR"
              OR WS-RUN-MODE = "DISP" OR WS-RUN-MODE = "PLAN"
              OR WS-RUN-MODE = "PCLOS" OR WS-RUN-MODE = "PREOP"
              OR WS-RUN-MODE = "PRAPP" OR WS-RUN-MODE = "RFND"
              OR WS-RUN-MODE = "RFAPP" OR WS-RUN-MODE = "DDENR"
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-RUN-MODE = "PLACE"
              AND WS-RUN-PARAMETER = SPACES
               DISPLAY "FATAL - PLACE mode requires the agency code "
                   "as a command argument."
               STOP RUN
           END-IF
           IF WS-RUN-MODE = "STRM"
              AND (WS-RUN-PARAMETER = SPACES
                   OR WS-RUN-PARAMETER-2 = SPACES)
                   PERFORM CONVERT-MASTER-PROCESS
               WHEN "JCONV"
                   PERFORM JOURNAL-CONVERT-PROCESS
               WHEN "DISP"
                   PERFORM DISPUTE-PROCESS
               WHEN "DAGE"
                   PERFORM DISPUTE-AGING-PROCESS
               WHEN "PLAN"
                   PERFORM PAYMENT-PLAN-PROCESS
               WHEN "PCHK"
                   PERFORM PLAN-CHECK-PROCESS
               WHEN "RFWD"
                   PERFORM ROLL-FORWARD-PROCESS
               WHEN "PCLOS"
                   PERFORM PERIOD-CLOSE-PROCESS
               WHEN "PREOP"
                   PERFORM PERIOD-REOPEN-PROCESS
               WHEN "PRAPP"
                   PERFORM PERIOD-REOPEN-APPROVAL
               WHEN "PLACE"
                   PERFORM AGENCY-PLACEMENT-PROCESS
               WHEN "AGRTN"
                   PERFORM AGENCY-RETURN-PROCESS
               WHEN "AGINV"
                   PERFORM AGENCY-INVENTORY-PROCESS
               WHEN "RFND"
                   PERFORM CREDIT-REFUND-PROCESS
               WHEN "RFAPP"
                   PERFORM REFUND-APPROVAL-PROCESS
               WHEN "GRPX"
                   PERFORM GROUP-EXPOSURE-PROCESS
               WHEN "DDENR"
                   PERFORM DD-ENROLMENT-PROCESS
               WHEN "DDCOL"
                   PERFORM DD-COLLECTION-PROCESS
               WHEN "DDRTN"
                   PERFORM DD-RETURN-PROCESS
               WHEN "SCORE"
                   PERFORM SCORECARD-PROCESS
               WHEN OTHER
                   PERFORM MAIN-PROCESS
           END-EVALUATE
               WHEN "REIN"
               WHEN "CONV"
               WHEN "JCONV"
               WHEN "DAGE"
               WHEN "AGINV"
               WHEN "SCORE"
                   MOVE 0 TO WS-RC-RECORDED
               WHEN "MAINT"
               WHEN "POST"
               WHEN "APPR"
               WHEN "JROLL"
               WHEN "CONS"
               WHEN "DISP"
               WHEN "PLAN"
               WHEN "PCHK"
               WHEN "RFWD"
               WHEN "PCLOS"
               WHEN "PREOP"
               WHEN "PRAPP"
               WHEN "PLACE"
               WHEN "AGRTN"
               WHEN "RFND"
               WHEN "RFAPP"
               WHEN "GRPX"
               WHEN "DDENR"
               WHEN "DDCOL"
               WHEN "DDRTN"
                   MOVE 1 TO WS-RC-RECORDED
                   MOVE WS-RUN-MODE TO WS-RC-MODE
               WHEN "STRM"
               END-IF
           END-PERFORM
           IF WS-RC-BLOCK = 0
               IF (WS-RC-MODE = "BAL" OR WS-RC-MODE = "STRM"
                   OR WS-RC-MODE = "PCLOS")
                  AND WS-RC-POST-OPEN = 1
                   MOVE 1 TO WS-RC-BLOCK
                   MOVE "POSTING HAS NOT COMPLETED"
                  OR WS-RC-MODE = "FINCH" OR WS-RC-MODE = "REVAL"
                  OR WS-RC-MODE = "LBOX" OR WS-RC-MODE = "JROLL"
                  OR WS-RC-MODE = "DUN" OR WS-RC-MODE = "WROFF"
                  OR WS-RC-MODE = "AGRTN" OR WS-RC-MODE = "DDCOL"
                   MOVE 1 TO WS-RC-BLOCK
                   MOVE "ALREADY COMPLETED FOR THIS DATE"
                       TO WS-RC-BLOCK-REASON
               WHEN "POST"
                   MOVE WS-APPLIED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-MV-RUN-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "MAINT"
               WHEN "APPR"
                   MOVE WS-JOURNAL-COUNT
               WHEN "LOAD"
                   MOVE WS-FEED-ADD-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-MV-RUN-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "FINCH"
                   MOVE WS-FINCH-ASSESSED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "REVAL"
                   MOVE WS-REVAL-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-MV-RUN-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "JROLL"
                   MOVE WS-JROLL-MOVED
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "WROFF"
                   MOVE WS-WOFF-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-MV-RUN-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "ARCH"
                   MOVE WS-ARCHIVED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "DISP"
                   MOVE WS-DISP-APPLIED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "PLAN"
                   MOVE WS-PLAN-APPLIED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "PCHK"
                   MOVE WS-PCHK-CHECKED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "RFWD"
                   MOVE WS-RF-RUN-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-RF-DIFF TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "PCLOS"
                   MOVE WS-PCL-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-PCL-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "PLACE"
                   MOVE WS-AGY-PLACED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-AGY-PLACED-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "AGRTN"
                   MOVE WS-AGY-COLL-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-AGY-GROSS-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "RFND"
               WHEN "RFAPP"
                   MOVE WS-RFD-ISSUED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-RFD-ISSUED-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "GRPX"
                   MOVE WS-GRP-HELD-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-GRP-OVER-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "DDENR"
                   MOVE WS-DD-APPLIED-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
               WHEN "DDCOL"
                   MOVE WS-DD-DEBIT-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-DD-DEBIT-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN "DDRTN"
                   MOVE WS-DD-RTN-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   MOVE WS-DD-RTN-TOTAL TO WS-RC-TOTAL(WS-RC-SLOT)
               WHEN OTHER
                   MOVE WS-RECORD-COUNT
                       TO WS-RC-RCOUNT(WS-RC-SLOT)
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           IF WS-RESTART-FOUND = 0
               PERFORM LOAD-PRIOR-EXCEPTION-DATES
           END-IF
               PERFORM BUILD-EXPOSURE-REPORT
           END-IF
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
           CLOSE AGED-TRIAL-FILE
       MAINTENANCE-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PERIOD-CALENDAR
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
           END-PERFORM
           PERFORM SAVE-PERSISTED-TOTALS
           PERFORM CLOSE-JOURNAL-FILES
           PERFORM WRITE-MOVEMENT-TOTALS
           PERFORM CLOSE-PERIOD-EXCEPTIONS
           CLOSE CUSTOMER-FILE
           CLOSE MAINT-TRANS-FILE
           CLOSE EXCEPTION-FILE
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-RECENT-TRANS-TABLE
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-PERIOD-CALENDAR
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-FILES
           PERFORM OPEN-OPEN-ITEM-FILE
           PERFORM WRITE-POSTING-HEADERS
           PERFORM UNTIL WS-TRANS-EOF = 1
               READ DAILY-TRANS-FILE
           END-PERFORM
           PERFORM WRITE-POSTING-TOTALS
           PERFORM CLOSE-JOURNAL-FILES
           PERFORM CLOSE-OPEN-ITEM-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE POSTING-REGISTER-FILE
           PERFORM SAVE-RECENT-TRANS-FILE
           PERFORM WRITE-MOVEMENT-TOTALS
           PERFORM CLOSE-PERIOD-EXCEPTIONS
           DISPLAY "Posting run complete. Transactions applied: "
               WS-APPLIED-COUNT " rejected: " WS-POST-REJECT-COUNT
           IF WS-DUP-COUNT > 0 OR WS-REL-COUNT > 0
                   " matches a recently applied transaction; "
                   "release with a type R record to re-post."
           ELSE
               MOVE 0 TO WS-PER-ROLLED
               IF WS-TRANS-VALID = 1
                   PERFORM CHECK-POSTING-PERIOD
               END-IF
               IF WS-TRANS-VALID = 1
                   MOVE TR-CUSTOMER-ID TO CF-CUSTOMER-ID
                   READ CUSTOMER-FILE
                           PERFORM POST-TRANSACTION-TO-MASTER
                   END-READ
               END-IF
               IF WS-PER-ROLLED = 1
                   MOVE WS-PER-ORIG-DATE TO TR-TRANS-DATE
               END-IF
               IF WS-TRANS-VALID = 1
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM ADD-RECENT-TRANS-ENTRY
               MOVE CF-SEGMENT-CODE     TO WS-SEGMENT-CODE
               MOVE WS-POSTED-BALANCE   TO WS-CUSTOMER-BALANCE
               PERFORM VALIDATE-CUSTOMER-RECORD
               IF WS-VALID-RECORD = 1
                   PERFORM CHECK-POSTING-DOC
               END-IF
               IF WS-VALID-RECORD = 1
                   MOVE WS-POSTED-BALANCE TO CF-CUSTOMER-BALANCE
                   IF TR-TRANS-DATE IS NUMERIC
                           MOVE 0 TO WS-TRANS-VALID
                           MOVE "REWRT FAIL" TO WS-POST-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM POST-TRANS-OPEN-ITEMS
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM RECORD-POSTING-MOVEMENT
                   END-REWRITE
               ELSE
                   MOVE 0 TO WS-TRANS-VALID
               END-IF
           END-IF.

       CHECK-POSTING-DOC.
           IF WS-POSTED-BALANCE > CF-CUSTOMER-BALANCE
              AND TR-DOC-NUMBER NOT = SPACES
               MOVE CF-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE TR-DOC-NUMBER  TO OI-DOC-NUMBER
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-VALID-RECORD
                       MOVE "DUP DOC" TO WS-REJECT-REASON
               END-READ
           END-IF.

       POST-TRANS-OPEN-ITEMS.
           MOVE CF-DUE-DATE TO WS-POST-PRIOR-DUE
           PERFORM APPLY-TRANS-TO-OPEN-ITEMS
           IF CF-DUE-DATE NOT = WS-POST-PRIOR-DUE
               REWRITE CF-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "FATAL - error rewriting CUSTOMER-FILE "
                           "due date for customer " CF-CUSTOMER-ID
                           ", status " WS-CUSTOMER-FILE-STATUS
                       STOP RUN
               END-REWRITE
           END-IF.

       RECORD-POSTING-MOVEMENT.
           MOVE CF-SEGMENT-CODE  TO WS-MV-SEGMENT
           MOVE CF-CURRENCY-CODE TO WS-MV-CURRENCY
           COMPUTE WS-MV-AMOUNT =
               CF-CUSTOMER-BALANCE - WS-BEFORE-BALANCE
           EVALUATE TR-TRANS-TYPE
               WHEN "C"
                   MOVE 1 TO WS-MV-CAT
               WHEN "P"
                   MOVE 2 TO WS-MV-CAT
               WHEN OTHER
                   MOVE 3 TO WS-MV-CAT
           END-EVALUATE
           PERFORM RECORD-BALANCE-MOVEMENT.

       WRITE-POSTING-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAILY TRANSACTION POSTING REGISTER"
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           PERFORM OPEN-DISPUTE-INPUT
           PERFORM OPEN-PLAN-INPUT
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT DAILY-TRANS-FILE
           END-PERFORM
           PERFORM WRITE-FINANCE-TOTALS
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM CLOSE-DISPUTE-FILE
           PERFORM CLOSE-PLAN-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE FINANCE-REGISTER-FILE
           DISPLAY "Finance charge run complete. Charges assessed: "
               WS-FINCH-ASSESSED-COUNT " below minimum: "
               WS-FINCH-SKIPPED-COUNT " on payment plan: "
               WS-FINCH-PLAN-COUNT " placed: " WS-FINCH-PLACED-COUNT
           DISPLAY "Total finance charges written to TRANFILE: "
               WS-FINCH-TOTAL-CHARGE.

       ASSESS-FINANCE-CHARGE.
           MOVE 0 TO WS-PP-KEPT
           MOVE 0 TO WS-AGY-SKIP
           IF WS-CUSTOMER-BALANCE IS NUMERIC
              AND WS-CUSTOMER-BALANCE > ZEROS
               IF WS-PLACED-FLAG = "P"
                   MOVE 1 TO WS-AGY-SKIP
                   ADD 1 TO WS-FINCH-PLACED-COUNT
               ELSE
                   PERFORM CHECK-PLAN-KEPT
                   IF WS-PP-KEPT = 1
                       ADD 1 TO WS-FINCH-PLAN-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
              OR WS-CUSTOMER-BALANCE NOT > ZEROS
              OR WS-PP-KEPT = 1
              OR WS-AGY-SKIP = 1
               CONTINUE
           ELSE
               PERFORM BUILD-CUSTOMER-AGING
               IF WS-OI-PAST-DUE-AMT > ZEROS
                   COMPUTE WS-FINCH-CHARGE ROUNDED =
                       WS-OI-PAST-DUE-AMT * WS-FINCH-RATE
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-FINCH-CHARGE
                           DISPLAY "Finance charge overflow for "
           MOVE "C"             TO TR-TRANS-TYPE
           MOVE WS-FINCH-CHARGE TO TR-TRANS-AMOUNT
           MOVE WS-BATCH-DATE   TO TR-TRANS-DATE
           MOVE SPACES          TO TR-DOC-NUMBER
           MOVE ZEROS           TO TR-DUE-DATE
           WRITE DAILY-TRANS-RECORD
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "

       WRITE-FINANCE-DETAIL.
           MOVE WS-CUSTOMER-ID      TO WS-EDIT-ID
           MOVE WS-OI-PAST-DUE-AMT  TO WS-EDIT-BALANCE
           MOVE WS-FINCH-RATE       TO WS-EDIT-RATE
           MOVE WS-FINCH-CHARGE     TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FINANCE-REGISTER-LINE
           WRITE FINANCE-REGISTER-LINE
           PERFORM CHECK-FIN-REG-STATUS
           MOVE WS-FINCH-PLAN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ON PAYMENT PLAN:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FINANCE-REGISTER-LINE
           WRITE FINANCE-REGISTER-LINE
           PERFORM CHECK-FIN-REG-STATUS
           MOVE WS-FINCH-PLACED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLACED WITH AGENCY:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FINANCE-REGISTER-LINE
           WRITE FINANCE-REGISTER-LINE
           PERFORM CHECK-FIN-REG-STATUS
           MOVE WS-FINCH-TOTAL-CHARGE TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL CHARGES:        " DELIMITED BY SIZE
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           PERFORM OPEN-DISPUTE-INPUT
           PERFORM OPEN-PLAN-INPUT
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open NOTICE-FILE, status "
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM CLOSE-DISPUTE-FILE
           PERFORM CLOSE-PLAN-FILE
           CLOSE NOTICE-FILE
           DISPLAY "Dunning run complete. Notices produced: "
               WS-DUN-NOTICE-COUNT " withheld: " WS-DUN-SKIP-COUNT
               " cured and reset: " WS-DUN-RESET-COUNT
           DISPLAY "Accounts on a kept payment plan, not dunned: "
               WS-DUN-PLAN-COUNT
           DISPLAY "Accounts placed with an agency, not dunned: "
               WS-DUN-PLACED-COUNT.

       EVALUATE-DUNNING-CANDIDATE.
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
              OR WS-CUSTOMER-BALANCE NOT > ZEROS
               PERFORM RESET-CURED-DUNNING-LEVEL
           ELSE
               IF WS-PLACED-FLAG = "P"
                   ADD 1 TO WS-DUN-PLACED-COUNT
               ELSE
                   PERFORM CHECK-PLAN-KEPT
                   IF WS-PP-KEPT = 1
                       ADD 1 TO WS-DUN-PLAN-COUNT
                   ELSE
                       PERFORM EVALUATE-DUNNING-AGING
                   END-IF
               END-IF
           END-IF.

       EVALUATE-DUNNING-AGING.
           PERFORM BUILD-CUSTOMER-AGING
           IF WS-OI-PAST-DUE-AMT > ZEROS
               MOVE WS-OI-OLDEST-BUCKET TO WS-AGE-BUCKET-IX
           ELSE
               MOVE 1 TO WS-AGE-BUCKET-IX
           END-IF
           EVALUATE WS-AGE-BUCKET-IX
               WHEN 4 MOVE 1 TO WS-DUN-TARGET-LEVEL
               WHEN 5 MOVE 2 TO WS-DUN-TARGET-LEVEL
               WHEN 6 MOVE 3 TO WS-DUN-TARGET-LEVEL
               WHEN OTHER MOVE 0 TO WS-DUN-TARGET-LEVEL
           END-EVALUATE
           IF WS-DUN-TARGET-LEVEL > 0
               PERFORM CHECK-DUNNING-ESCALATION
           ELSE
               IF WS-DS-OPEN-AMT > ZEROS
                   ADD 1 TO WS-DUN-SKIP-COUNT
               ELSE
                   PERFORM RESET-CURED-DUNNING-LEVEL
               END-IF
       WRITE-DUNNING-NOTICE.
           ADD 1 TO WS-DUN-NOTICE-COUNT
           MOVE WS-CUSTOMER-ID      TO WS-EDIT-ID
           MOVE WS-OI-PAST-DUE-AMT  TO WS-EDIT-BALANCE
           MOVE WS-OI-OLDEST-DAYS   TO WS-EDIT-COUNT
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM CHECK-NOTICE-STATUS
           MOVE WS-REPORT-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM CHECK-NOTICE-STATUS
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
               IF WS-OI-OPEN(WS-OI-IX) > WS-OI-DISP(WS-OI-IX)
                  AND WS-OI-DUE(WS-OI-IX) < WS-BATCH-DATE
                   PERFORM WRITE-DUNNING-ITEM-LINE
               END-IF
           END-PERFORM
           IF WS-DS-OPEN-AMT > ZEROS
               MOVE WS-DS-OPEN-AMT TO WS-EDIT-BALANCE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AMOUNT UNDER DISPUTE, NOT INCLUDED ABOVE:"
                      DELIMITED BY SIZE
                      WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO NOTICE-LINE
               WRITE NOTICE-LINE
               PERFORM CHECK-NOTICE-STATUS
           END-IF
           PERFORM WRITE-DUNNING-WORDING.

       WRITE-DUNNING-ITEM-LINE.
           COMPUTE WS-EDIT-AMOUNT =
               WS-OI-OPEN(WS-OI-IX) - WS-OI-DISP(WS-OI-IX)
           MOVE WS-OI-DOC(WS-OI-IX) TO WS-OI-REF-DOC
           IF WS-OI-REF-DOC = SPACES
               MOVE "BAL FORWARD" TO WS-OI-REF-DOC
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DOCUMENT " DELIMITED BY SIZE
                  WS-OI-REF-DOC DELIMITED BY SIZE
                  "  DATED " DELIMITED BY SIZE
                  WS-OI-DDATE(WS-OI-IX) DELIMITED BY SIZE
                  "  DUE " DELIMITED BY SIZE
                  WS-OI-DUE(WS-OI-IX) DELIMITED BY SIZE
                  "  OPEN " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM CHECK-NOTICE-STATUS.

       WRITE-DUNNING-WORDING.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HOLD-FLAG = "H"

       LOCKBOX-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PERIOD-CALENDAR
           PERFORM LOAD-SUSPENSE-TABLE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open LOCKBOX-FILE, status "
           END-PERFORM
           PERFORM WRITE-CASH-TOTALS
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           CLOSE LOCKBOX-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE SUSPENSE-FILE
           CLOSE CASH-REGISTER-FILE
           PERFORM CLOSE-PERIOD-EXCEPTIONS
           DISPLAY "Lockbox load complete. Receipts in: "
               WS-LB-IN-COUNT " posted: " WS-LB-POSTED-COUNT
               " to suspense: " WS-LB-SUSP-COUNT.
           ADD 1 TO WS-LB-IN-COUNT
           ADD WS-LB-AMT TO WS-LB-IN-AMT
           MOVE 0 TO WS-LB-MATCHED
           MOVE 0 TO WS-LB-BY-REFERENCE
           MOVE SPACES TO WS-LB-SUSP-REASON
           IF WS-LB-AMT NOT > ZEROS
               MOVE "BAD AMT" TO WS-LB-SUSP-REASON
           ELSE
               PERFORM CHECK-LOCKBOX-PERIOD
               IF WS-LB-SUSP-REASON = SPACES
                   PERFORM MATCH-RECEIPT-BY-REFERENCE
                   IF WS-LB-MATCHED = 0
                       PERFORM MATCH-RECEIPT-BY-AMOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-LB-MATCHED = 1
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-LB-MATCHED
                       MOVE 1 TO WS-LB-BY-REFERENCE
                       MOVE CF-CUSTOMER-ID TO WS-LB-MATCH-ID
               END-READ
           END-IF.
           END-EVALUATE.

       POST-LOCKBOX-RECEIPT.
           MOVE WS-LB-MATCH-ID TO WS-OI-CUST-ID
           PERFORM LOAD-CUSTOMER-OPEN-ITEMS
           PERFORM DEDUCT-RUN-ALLOCATIONS
           MOVE SPACES TO WS-LB-APPLY-DOC
           IF WS-LB-BY-REFERENCE = 1
              AND WS-LB-REF-DOC NOT = SPACES
               PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   IF WS-OI-DOC(WS-OI-IX) = WS-LB-REF-DOC
                       MOVE WS-LB-REF-DOC TO WS-LB-APPLY-DOC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-LB-MATCH-ID TO TR-CUSTOMER-ID
           MOVE "P"            TO TR-TRANS-TYPE
           MOVE WS-LB-AMT      TO TR-TRANS-AMOUNT
           ELSE
               MOVE WS-BATCH-DATE TO TR-TRANS-DATE
           END-IF
           MOVE WS-LB-APPLY-DOC TO TR-DOC-NUMBER
           MOVE ZEROS          TO TR-DUE-DATE
           WRITE DAILY-TRANS-RECORD
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "
           END-IF
           ADD 1 TO WS-LB-POSTED-COUNT
           ADD WS-LB-AMT TO WS-LB-POSTED-AMT
           PERFORM WRITE-CASH-DETAIL
           MOVE WS-LB-AMT TO WS-OI-TO-APPLY
           MOVE WS-LB-APPLY-DOC TO WS-OI-REF-DOC
           PERFORM RELIEVE-OPEN-ITEMS
           IF WS-OI-TO-APPLY > ZEROS
               PERFORM WRITE-CASH-UNAPPLIED
           END-IF.

       SUSPEND-LOCKBOX-RECEIPT.
           MOVE WS-LB-REF        TO SP-REMIT-REFERENCE
           WRITE CASH-REGISTER-LINE
           PERFORM CHECK-CASH-REG-STATUS.

       WRITE-CASH-ALLOCATION.
           MOVE WS-OI-APPLY-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    APPLIED TO DOC " DELIMITED BY SIZE
                  WS-OI-DOC(WS-OI-IX) DELIMITED BY SIZE
                  "  DUE " DELIMITED BY SIZE
                  WS-OI-DUE(WS-OI-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASH-REGISTER-LINE
           WRITE CASH-REGISTER-LINE
           PERFORM CHECK-CASH-REG-STATUS.

       WRITE-CASH-UNAPPLIED.
           MOVE WS-OI-TO-APPLY TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    UNAPPLIED ON ACCOUNT          " DELIMITED BY SIZE
                  "            " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASH-REGISTER-LINE
           WRITE CASH-REGISTER-LINE
           PERFORM CHECK-CASH-REG-STATUS.

       WRITE-CASH-TOTALS.
           MOVE WS-LB-IN-AMT TO WS-EDIT-CASH
           MOVE WS-LB-IN-COUNT TO WS-EDIT-COUNT
           CLOSE REVAL-REPORT-FILE
           CLOSE CUSTOMER-FILE
           PERFORM WRITE-FX-GL-EXTRACT
           PERFORM WRITE-MOVEMENT-TOTALS
           DISPLAY "Revaluation run complete. Accounts revalued: "
               WS-REVAL-COUNT " without a rate: "
               WS-REVAL-NORATE-COUNT
                       ADD WS-REVAL-GAINLOSS TO WS-REVAL-TOTAL-GL
                       PERFORM ADD-REVAL-CURRENCY-TOTAL
                       PERFORM ADD-REVAL-SEGMENT-TOTAL
                       PERFORM RECORD-REVAL-MOVEMENT
               END-REWRITE
           END-IF.

       RECORD-REVAL-MOVEMENT.
           MOVE WS-SEGMENT-CODE   TO WS-MV-SEGMENT
           MOVE 5                 TO WS-MV-CAT
           MOVE WS-REVAL-GAINLOSS TO WS-MV-BASE
           ADD WS-REVAL-GAINLOSS  TO WS-MV-SOURCE-TOTAL
           PERFORM ADD-SEGMENT-MOVEMENT.

       ADD-REVAL-CURRENCY-TOTAL.
           MOVE 0 TO WS-RVC-FOUND
           PERFORM VARYING WS-RVC-IX FROM 1 BY 1
               STOP RUN
           END-IF.

       DISPUTE-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DISPUTE-TRANS-FILE
           IF WS-DISP-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DISPUTE-TRANS-FILE, "
                   "status " WS-DISP-TRANS-STATUS
               STOP RUN
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               IF WS-DISPUTE-STATUS = "00"
                   CLOSE DISPUTE-FILE
                   OPEN I-O DISPUTE-FILE
               END-IF
           END-IF
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DISPUTE-FILE, status "
                   WS-DISPUTE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT DAILY-TRANS-FILE
               IF WS-DAILY-TRANS-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open DAILY-TRANS-FILE, "
                       "status " WS-DAILY-TRANS-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT DISPUTE-REGISTER-FILE
           IF WS-DISP-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DISPUTE-REGISTER-FILE, "
                   "status " WS-DISP-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-DISPUTE-HEADERS
           PERFORM UNTIL WS-DISP-EOF = 1
               READ DISPUTE-TRANS-FILE
                   AT END MOVE 1 TO WS-DISP-EOF
                   NOT AT END PERFORM APPLY-DISPUTE-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-DISPUTE-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE DISPUTE-TRANS-FILE
           CLOSE DISPUTE-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE DISPUTE-REGISTER-FILE
           DISPLAY "Dispute maintenance complete. Applied: "
               WS-DISP-APPLIED-COUNT " rejected: "
               WS-DISP-REJECT-COUNT
           DISPLAY "Dispute credits written to TRANFILE: "
               WS-DISP-CREDIT-COUNT " total: " WS-DISP-CREDIT-TOTAL.

       APPLY-DISPUTE-TRANSACTION.
           MOVE SPACES TO WS-DISP-REJECT-REASON
           MOVE SPACES TO WS-DISP-DISPOSITION
           IF DT-CUSTOMER-ID IS NOT NUMERIC
              OR DT-CUSTOMER-ID = ZEROS
               MOVE "BAD ID" TO WS-DISP-REJECT-REASON
           ELSE
               MOVE DT-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "NO MASTER" TO WS-DISP-REJECT-REASON
               END-READ
           END-IF
           IF WS-DISP-REJECT-REASON = SPACES
               EVALUATE DT-ACTION
                   WHEN "O"
                       PERFORM OPEN-NEW-DISPUTE
                   WHEN "U"
                       PERFORM UPDATE-OPEN-DISPUTE
                   WHEN "W"
                   WHEN "D"
                       PERFORM RESOLVE-OPEN-DISPUTE
                   WHEN OTHER
                       MOVE "BAD ACTION" TO WS-DISP-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-DISP-REJECT-REASON = SPACES
               ADD 1 TO WS-DISP-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-DISP-REJECT-COUNT
               MOVE SPACES TO WS-DISP-DISPOSITION
               STRING "REJECTED " DELIMITED BY SIZE
                      WS-DISP-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-DISP-DISPOSITION
           END-IF
           PERFORM WRITE-DISPUTE-DETAIL.

       OPEN-NEW-DISPUTE.
           IF DT-AMOUNT IS NOT NUMERIC
              OR DT-AMOUNT NOT > ZEROS
               MOVE "BAD AMT" TO WS-DISP-REJECT-REASON
           ELSE
               IF DT-REASON-CODE = SPACES
                   MOVE "NO REASON" TO WS-DISP-REJECT-REASON
               END-IF
           END-IF
           IF WS-DISP-REJECT-REASON = SPACES
               PERFORM FIND-NEXT-DISPUTE-NUMBER
               MOVE DT-CUSTOMER-ID     TO DS-CUSTOMER-ID
               MOVE WS-DS-NEXT-NUMBER  TO DS-DISPUTE-NUMBER
               MOVE DT-DOC-NUMBER      TO DS-DOC-NUMBER
               MOVE DT-AMOUNT          TO DS-AMOUNT
               MOVE DT-REASON-CODE     TO DS-REASON-CODE
               MOVE WS-BATCH-DATE      TO DS-OPENED-DATE
               IF DT-OWNER = SPACES
                   MOVE WS-OPERATOR-ID TO DS-OWNER
               ELSE
                   MOVE DT-OWNER       TO DS-OWNER
               END-IF
               MOVE "O"                TO DS-STATUS
               MOVE ZEROS              TO DS-RESOLVED-DATE
               MOVE SPACES             TO DS-RESOLVED-BY
               MOVE ZEROS              TO DS-CREDIT-AMOUNT
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "FATAL - error writing DISPUTE-FILE, "
                           "status " WS-DISPUTE-STATUS
                       STOP RUN
               END-WRITE
               MOVE WS-DS-NEXT-NUMBER TO DT-DISPUTE-NUMBER
               MOVE "OPENED" TO WS-DISP-DISPOSITION
           END-IF.

       FIND-NEXT-DISPUTE-NUMBER.
           MOVE ZEROS TO WS-DS-NEXT-NUMBER
           MOVE 0 TO WS-DS-EOF
           MOVE DT-CUSTOMER-ID TO DS-CUSTOMER-ID
           MOVE ZEROS TO DS-DISPUTE-NUMBER
           START DISPUTE-FILE KEY IS NOT LESS THAN DS-DISPUTE-KEY
               INVALID KEY MOVE 1 TO WS-DS-EOF
           END-START
           PERFORM UNTIL WS-DS-EOF = 1
               READ DISPUTE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DS-EOF
                   NOT AT END
                       IF DS-CUSTOMER-ID NOT = DT-CUSTOMER-ID
                           MOVE 1 TO WS-DS-EOF
                       ELSE
                           MOVE DS-DISPUTE-NUMBER TO WS-DS-NEXT-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DS-NEXT-NUMBER NOT < 9999
               DISPLAY "FATAL - dispute numbers exhausted for "
                   "customer " DT-CUSTOMER-ID
               STOP RUN
           END-IF
           ADD 1 TO WS-DS-NEXT-NUMBER.

       READ-OPEN-DISPUTE.
           IF DT-DISPUTE-NUMBER IS NOT NUMERIC
              OR DT-DISPUTE-NUMBER = ZEROS
               MOVE "BAD DISP" TO WS-DISP-REJECT-REASON
           ELSE
               MOVE DT-CUSTOMER-ID    TO DS-CUSTOMER-ID
               MOVE DT-DISPUTE-NUMBER TO DS-DISPUTE-NUMBER
               READ DISPUTE-FILE
                   INVALID KEY
                       MOVE "NO DISPUTE" TO WS-DISP-REJECT-REASON
                   NOT INVALID KEY
                       IF DS-STATUS NOT = "O"
                           MOVE "RESOLVED" TO WS-DISP-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       UPDATE-OPEN-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF WS-DISP-REJECT-REASON = SPACES
              AND DT-AMOUNT IS NUMERIC
              AND DT-AMOUNT < ZEROS
               MOVE "BAD AMT" TO WS-DISP-REJECT-REASON
           END-IF
           IF WS-DISP-REJECT-REASON = SPACES
               IF DT-AMOUNT IS NUMERIC
                  AND DT-AMOUNT > ZEROS
                   MOVE DT-AMOUNT TO DS-AMOUNT
               END-IF
               IF DT-DOC-NUMBER NOT = SPACES
                   MOVE DT-DOC-NUMBER TO DS-DOC-NUMBER
               END-IF
               IF DT-REASON-CODE NOT = SPACES
                   MOVE DT-REASON-CODE TO DS-REASON-CODE
               END-IF
               IF DT-OWNER NOT = SPACES
                   MOVE DT-OWNER TO DS-OWNER
               END-IF
               PERFORM REWRITE-DISPUTE-RECORD
               MOVE "UPDATED" TO WS-DISP-DISPOSITION
           END-IF.

       RESOLVE-OPEN-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF WS-DISP-REJECT-REASON = SPACES
               MOVE DT-ACTION      TO DS-STATUS
               MOVE WS-BATCH-DATE  TO DS-RESOLVED-DATE
               MOVE WS-OPERATOR-ID TO DS-RESOLVED-BY
               MOVE ZEROS          TO DS-CREDIT-AMOUNT
               IF DT-ACTION = "W"
                   IF DT-AMOUNT IS NUMERIC
                      AND DT-AMOUNT > ZEROS
                      AND DT-AMOUNT NOT > DS-AMOUNT
                       MOVE DT-AMOUNT TO WS-DS-CREDIT
                   ELSE
                       MOVE DS-AMOUNT TO WS-DS-CREDIT
                   END-IF
                   MOVE WS-DS-CREDIT TO DS-CREDIT-AMOUNT
                   PERFORM WRITE-DISPUTE-CREDIT
                   MOVE "RESOLVED - CREDIT" TO WS-DISP-DISPOSITION
               ELSE
                   MOVE "RESOLVED - DENIED" TO WS-DISP-DISPOSITION
               END-IF
               PERFORM REWRITE-DISPUTE-RECORD
           END-IF.

       WRITE-DISPUTE-CREDIT.
           MOVE DS-CUSTOMER-ID  TO TR-CUSTOMER-ID
           MOVE "A"             TO TR-TRANS-TYPE
           COMPUTE TR-TRANS-AMOUNT = ZERO - WS-DS-CREDIT
           MOVE WS-BATCH-DATE   TO TR-TRANS-DATE
           MOVE DS-DOC-NUMBER   TO TR-DOC-NUMBER
           MOVE ZEROS           TO TR-DUE-DATE
           WRITE DAILY-TRANS-RECORD
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "
                   "status " WS-DAILY-TRANS-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-DISP-CREDIT-COUNT
           ADD WS-DS-CREDIT TO WS-DISP-CREDIT-TOTAL
               ON SIZE ERROR
                   DISPLAY "Dispute credit total overflow. Register "
                       "total may be inaccurate."
           END-ADD.

       REWRITE-DISPUTE-RECORD.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "FATAL - error rewriting DISPUTE-FILE, "
                       "status " WS-DISPUTE-STATUS
                   STOP RUN
           END-REWRITE.

       WRITE-DISPUTE-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DISPUTE MAINTENANCE REGISTER"
                  DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-REGISTER-LINE
           WRITE DISPUTE-REGISTER-LINE
           PERFORM CHECK-DISP-REG-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  DISP  ACT  DOCUMENT             AMOUNT"
                  DELIMITED BY SIZE
                  "  REASON      OWNER     DISPOSITION"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-REGISTER-LINE
           WRITE DISPUTE-REGISTER-LINE
           PERFORM CHECK-DISP-REG-STATUS.

       WRITE-DISPUTE-DETAIL.
           IF DT-CUSTOMER-ID IS NUMERIC
               MOVE DT-CUSTOMER-ID TO WS-EDIT-ID
           ELSE
               MOVE ZEROS TO WS-EDIT-ID
           END-IF
           IF DT-AMOUNT IS NUMERIC
               MOVE DT-AMOUNT TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZEROS TO WS-EDIT-AMOUNT
           END-IF
           IF DT-ACTION = "W"
              AND WS-DISP-REJECT-REASON = SPACES
               MOVE WS-DS-CREDIT TO WS-EDIT-AMOUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  DT-DISPUTE-NUMBER DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DT-ACTION DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DT-DOC-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DT-REASON-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DT-OWNER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-DISPOSITION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-REGISTER-LINE
           WRITE DISPUTE-REGISTER-LINE
           PERFORM CHECK-DISP-REG-STATUS.

       WRITE-DISPUTE-TOTALS.
           MOVE WS-DISP-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS APPLIED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-REGISTER-LINE
           WRITE DISPUTE-REGISTER-LINE
           PERFORM CHECK-DISP-REG-STATUS
           MOVE WS-DISP-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS REJECTED:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-REGISTER-LINE
           WRITE DISPUTE-REGISTER-LINE
           PERFORM CHECK-DISP-REG-STATUS
           MOVE WS-DISP-CREDIT-COUNT TO WS-EDIT-COUNT
           MOVE WS-DISP-CREDIT-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CREDITS TO TRANFILE:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-REGISTER-LINE
           WRITE DISPUTE-REGISTER-LINE
           PERFORM CHECK-DISP-REG-STATUS.

       CHECK-DISP-REG-STATUS.
           IF WS-DISP-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DISPUTE-REGISTER-FILE, "
                   "status " WS-DISP-REG-STATUS
               STOP RUN
           END-IF.

       DISPUTE-AGING-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DISPUTE-FILE, status "
                   WS-DISPUTE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DISPUTE-AGING-FILE
           IF WS-DISP-AGE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DISPUTE-AGING-FILE, "
                   "status " WS-DISP-AGE-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-DAGE-HEADERS
           MOVE LOW-VALUES TO DS-DISPUTE-KEY
           START DISPUTE-FILE KEY IS NOT LESS THAN DS-DISPUTE-KEY
               INVALID KEY MOVE 1 TO WS-DS-EOF
           END-START
           PERFORM UNTIL WS-DS-EOF = 1
               READ DISPUTE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DS-EOF
                   NOT AT END
                       IF DS-STATUS = "O"
                           PERFORM AGE-OPEN-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-DAGE-SUBTOTALS
           CLOSE DISPUTE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DISPUTE-AGING-FILE
           DISPLAY "Dispute aging complete. Open disputes: "
               WS-DAGE-COUNT " amount: " WS-DAGE-TOTAL.

       AGE-OPEN-DISPUTE.
           IF DS-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO DS-AMOUNT
           END-IF
           ADD 1 TO WS-DAGE-COUNT
           ADD DS-AMOUNT TO WS-DAGE-TOTAL
           IF DS-OPENED-DATE IS NOT NUMERIC
              OR DS-OPENED-DATE = ZEROS
               MOVE 9999 TO WS-DAGE-DAYS
           ELSE
               MOVE DS-OPENED-DATE TO WS-WORK-DATE
               IF WS-WORK-YYYY < 1900
                  OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
                  OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
                   MOVE 9999 TO WS-DAGE-DAYS
               ELSE
                   COMPUTE WS-DAGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
                       - FUNCTION INTEGER-OF-DATE(DS-OPENED-DATE)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAGE-DAYS <= 30
                   MOVE 1 TO WS-DAGE-BAND
               WHEN WS-DAGE-DAYS <= 60
                   MOVE 2 TO WS-DAGE-BAND
               WHEN WS-DAGE-DAYS <= 90
                   MOVE 3 TO WS-DAGE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-DAGE-BAND
           END-EVALUATE
           MOVE "????" TO WS-DAGE-SEGMENT
           MOVE DS-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CF-SEGMENT-CODE TO WS-DAGE-SEGMENT
           END-READ
           PERFORM ADD-DAGE-REASON-AMOUNT
           PERFORM ADD-DAGE-SEGMENT-AMOUNT
           PERFORM WRITE-DAGE-DETAIL.

       ADD-DAGE-REASON-AMOUNT.
           MOVE 0 TO WS-DR-FOUND
           PERFORM VARYING WS-DR-IX FROM 1 BY 1
               UNTIL WS-DR-IX > WS-DR-COUNT
               IF WS-DR-CODE(WS-DR-IX) = DS-REASON-CODE
                   MOVE 1 TO WS-DR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DR-FOUND = 0
               IF WS-DR-COUNT < 20
                   ADD 1 TO WS-DR-COUNT
                   MOVE WS-DR-COUNT TO WS-DR-IX
                   INITIALIZE WS-DR-ENTRY(WS-DR-IX)
                   MOVE DS-REASON-CODE TO WS-DR-CODE(WS-DR-IX)
               ELSE
                   DISPLAY "WARNING - dispute reason table full; "
                       "reason " DS-REASON-CODE " not subtotaled."
                   MOVE ZEROS TO WS-DR-IX
               END-IF
           END-IF
           IF WS-DR-IX > ZEROS
               ADD DS-AMOUNT TO WS-DR-BAND-AMT(WS-DR-IX, WS-DAGE-BAND)
               ADD DS-AMOUNT TO WS-DR-TOT(WS-DR-IX)
               ADD 1 TO WS-DR-CNT(WS-DR-IX)
           END-IF.

       ADD-DAGE-SEGMENT-AMOUNT.
           MOVE 0 TO WS-DG-FOUND
           PERFORM VARYING WS-DG-IX FROM 1 BY 1
               UNTIL WS-DG-IX > WS-DG-COUNT
               IF WS-DG-CODE(WS-DG-IX) = WS-DAGE-SEGMENT
                   MOVE 1 TO WS-DG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DG-FOUND = 0
               IF WS-DG-COUNT < 20
                   ADD 1 TO WS-DG-COUNT
                   MOVE WS-DG-COUNT TO WS-DG-IX
                   INITIALIZE WS-DG-ENTRY(WS-DG-IX)
                   MOVE WS-DAGE-SEGMENT TO WS-DG-CODE(WS-DG-IX)
               ELSE
                   DISPLAY "WARNING - dispute segment table full; "
                       "segment " WS-DAGE-SEGMENT " not subtotaled."
                   MOVE ZEROS TO WS-DG-IX
               END-IF
           END-IF
           IF WS-DG-IX > ZEROS
               ADD DS-AMOUNT TO WS-DG-BAND-AMT(WS-DG-IX, WS-DAGE-BAND)
               ADD DS-AMOUNT TO WS-DG-TOT(WS-DG-IX)
               ADD 1 TO WS-DG-CNT(WS-DG-IX)
           END-IF.

       WRITE-DAGE-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN DISPUTE AGING"
                  DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  DISP  SEG   REASON      DOCUMENT   "
                  DELIMITED BY SIZE
                  "  OPENED    OWNER     AGE DAYS           AMOUNT"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS.

       WRITE-DAGE-DETAIL.
           MOVE DS-CUSTOMER-ID TO WS-EDIT-ID
           MOVE WS-DAGE-DAYS   TO WS-EDIT-COUNT
           MOVE DS-AMOUNT      TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  DS-DISPUTE-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DAGE-SEGMENT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DS-REASON-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DS-DOC-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DS-OPENED-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DS-OWNER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS.

       WRITE-DAGE-SUBTOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN DISPUTES BY REASON CODE"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS
           PERFORM WRITE-DAGE-BAND-HEADING
           PERFORM VARYING WS-DR-IX FROM 1 BY 1
               UNTIL WS-DR-IX > WS-DR-COUNT
               PERFORM WRITE-DAGE-REASON-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN DISPUTES BY SEGMENT"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS
           PERFORM WRITE-DAGE-BAND-HEADING
           PERFORM VARYING WS-DG-IX FROM 1 BY 1
               UNTIL WS-DG-IX > WS-DG-COUNT
               PERFORM WRITE-DAGE-SEGMENT-LINE
           END-PERFORM
           MOVE WS-DAGE-COUNT TO WS-EDIT-COUNT
           MOVE WS-DAGE-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL OPEN DISPUTES:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS.

       WRITE-DAGE-BAND-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "              " DELIMITED BY SIZE
                  "           0-30          31-60          61-90"
                  DELIMITED BY SIZE
                  "        OVER 90              TOTAL  COUNT"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS.

       WRITE-DAGE-REASON-LINE.
           MOVE SPACES TO WS-DAGE-SUBTOTAL-LINE
           MOVE SPACES TO WS-DAGE-SUB-LABEL
           STRING "  " DELIMITED BY SIZE
                  WS-DR-CODE(WS-DR-IX) DELIMITED BY SIZE
               INTO WS-DAGE-SUB-LABEL
           PERFORM VARYING WS-EXC-BAND-IX FROM 1 BY 1
               UNTIL WS-EXC-BAND-IX > 4
               MOVE WS-DR-BAND-AMT(WS-DR-IX, WS-EXC-BAND-IX)
                   TO WS-DAGE-SUB-AMT(WS-EXC-BAND-IX)
           END-PERFORM
           MOVE WS-DR-TOT(WS-DR-IX) TO WS-DAGE-SUB-TOT
           MOVE WS-DR-CNT(WS-DR-IX) TO WS-DAGE-SUB-CNT
           MOVE WS-DAGE-SUBTOTAL-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS.

       WRITE-DAGE-SEGMENT-LINE.
           MOVE SPACES TO WS-DAGE-SUBTOTAL-LINE
           MOVE SPACES TO WS-DAGE-SUB-LABEL
           STRING "  " DELIMITED BY SIZE
                  WS-DG-CODE(WS-DG-IX) DELIMITED BY SIZE
               INTO WS-DAGE-SUB-LABEL
           PERFORM VARYING WS-EXC-BAND-IX FROM 1 BY 1
               UNTIL WS-EXC-BAND-IX > 4
               MOVE WS-DG-BAND-AMT(WS-DG-IX, WS-EXC-BAND-IX)
                   TO WS-DAGE-SUB-AMT(WS-EXC-BAND-IX)
           END-PERFORM
           MOVE WS-DG-TOT(WS-DG-IX) TO WS-DAGE-SUB-TOT
           MOVE WS-DG-CNT(WS-DG-IX) TO WS-DAGE-SUB-CNT
           MOVE WS-DAGE-SUBTOTAL-LINE TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           PERFORM CHECK-DISP-AGE-STATUS.

       CHECK-DISP-AGE-STATUS.
           IF WS-DISP-AGE-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DISPUTE-AGING-FILE, "
                   "status " WS-DISP-AGE-STATUS
               STOP RUN
           END-IF.

       PAYMENT-PLAN-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PLAN-TRANS-FILE
           IF WS-PLAN-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PLAN-TRANS-FILE, "
                   "status " WS-PLAN-TRANS-STATUS
               STOP RUN
           END-IF
           OPEN I-O PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT PAYMENT-PLAN-FILE
               IF WS-PLAN-STATUS = "00"
                   CLOSE PAYMENT-PLAN-FILE
                   OPEN I-O PAYMENT-PLAN-FILE
               END-IF
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PAYMENT-PLAN-FILE, "
                   "status " WS-PLAN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PLAN-REGISTER-FILE
           IF WS-PLAN-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PLAN-REGISTER-FILE, "
                   "status " WS-PLAN-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-PLAN-HEADERS
           PERFORM UNTIL WS-PLAN-EOF = 1
               READ PLAN-TRANS-FILE
                   AT END MOVE 1 TO WS-PLAN-EOF
                   NOT AT END PERFORM APPLY-PLAN-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-PLAN-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE PLAN-TRANS-FILE
           CLOSE PAYMENT-PLAN-FILE
           CLOSE PLAN-REGISTER-FILE
           DISPLAY "Payment plan maintenance complete. Applied: "
               WS-PLAN-APPLIED-COUNT " rejected: "
               WS-PLAN-REJECT-COUNT.

       APPLY-PLAN-TRANSACTION.
           MOVE SPACES TO WS-PLAN-REJECT-REASON
           MOVE SPACES TO WS-PLAN-DISPOSITION
           MOVE ZEROS TO WS-PP-SCHED-TOTAL
           IF PX-CUSTOMER-ID IS NOT NUMERIC
              OR PX-CUSTOMER-ID = ZEROS
               MOVE "BAD ID" TO WS-PLAN-REJECT-REASON
           ELSE
               MOVE PX-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "NO MASTER" TO WS-PLAN-REJECT-REASON
               END-READ
           END-IF
           IF WS-PLAN-REJECT-REASON = SPACES
               MOVE PX-CUSTOMER-ID TO PP-CUSTOMER-ID
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
                       MOVE 0 TO WS-PP-FOUND
                   NOT INVALID KEY
                       MOVE 1 TO WS-PP-FOUND
               END-READ
               EVALUATE PX-ACTION
                   WHEN "S"
                       PERFORM SET-UP-PAYMENT-PLAN
                   WHEN "A"
                       PERFORM AMEND-PAYMENT-PLAN
                   WHEN "C"
                       PERFORM CANCEL-PAYMENT-PLAN
                   WHEN OTHER
                       MOVE "BAD ACTION" TO WS-PLAN-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-PLAN-REJECT-REASON = SPACES
               ADD 1 TO WS-PLAN-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-PLAN-REJECT-COUNT
               MOVE SPACES TO WS-PLAN-DISPOSITION
               STRING "REJECTED " DELIMITED BY SIZE
                      WS-PLAN-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-PLAN-DISPOSITION
           END-IF
           PERFORM WRITE-PLAN-DETAIL.

       SET-UP-PAYMENT-PLAN.
           IF WS-PP-FOUND = 1
              AND PP-STATUS = "A"
               MOVE "PLAN OPEN" TO WS-PLAN-REJECT-REASON
           ELSE
               IF CF-CUSTOMER-BALANCE IS NOT NUMERIC
                  OR CF-CUSTOMER-BALANCE NOT > ZEROS
                   MOVE "NO BALANCE" TO WS-PLAN-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-PLAN-SCHEDULE
               END-IF
           END-IF
           IF WS-PLAN-REJECT-REASON = SPACES
               MOVE PX-CUSTOMER-ID TO PP-CUSTOMER-ID
               MOVE "A"            TO PP-STATUS
               MOVE WS-BATCH-DATE  TO PP-SETUP-DATE
               MOVE WS-OPERATOR-ID TO PP-SETUP-OPERATOR
               MOVE WS-BATCH-DATE  TO PP-CHANGE-DATE
               MOVE WS-OPERATOR-ID TO PP-CHANGE-OPERATOR
               MOVE ZEROS          TO PP-PAID-TO-DATE
               MOVE ZEROS          TO PP-LAST-CHECK-DATE
               MOVE ZEROS          TO PP-BROKEN-DATE
               MOVE ZEROS          TO PP-MISSED-DUE-DATE
               PERFORM STORE-PLAN-SCHEDULE
               IF WS-PP-FOUND = 1
                   PERFORM REWRITE-PLAN-RECORD
               ELSE
                   WRITE PAYMENT-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "FATAL - error writing "
                               "PAYMENT-PLAN-FILE, status "
                               WS-PLAN-STATUS
                           STOP RUN
                   END-WRITE
               END-IF
               MOVE "PLAN SET UP" TO WS-PLAN-DISPOSITION
           END-IF.

       AMEND-PAYMENT-PLAN.
           IF WS-PP-FOUND = 0
               MOVE "NO PLAN" TO WS-PLAN-REJECT-REASON
           ELSE
               IF PP-STATUS NOT = "A"
                   MOVE "NOT ACTIVE" TO WS-PLAN-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-PLAN-SCHEDULE
               END-IF
           END-IF
           IF WS-PLAN-REJECT-REASON = SPACES
               MOVE WS-BATCH-DATE  TO PP-CHANGE-DATE
               MOVE WS-OPERATOR-ID TO PP-CHANGE-OPERATOR
               PERFORM STORE-PLAN-SCHEDULE
               PERFORM REWRITE-PLAN-RECORD
               MOVE "PLAN AMENDED" TO WS-PLAN-DISPOSITION
           END-IF.

       CANCEL-PAYMENT-PLAN.
           IF WS-PP-FOUND = 0
               MOVE "NO PLAN" TO WS-PLAN-REJECT-REASON
           ELSE
               IF PP-STATUS NOT = "A"
                   MOVE "NOT ACTIVE" TO WS-PLAN-REJECT-REASON
               END-IF
           END-IF
           IF WS-PLAN-REJECT-REASON = SPACES
               MOVE "C"            TO PP-STATUS
               MOVE WS-BATCH-DATE  TO PP-CHANGE-DATE
               MOVE WS-OPERATOR-ID TO PP-CHANGE-OPERATOR
               PERFORM REWRITE-PLAN-RECORD
               MOVE "PLAN CANCELLED" TO WS-PLAN-DISPOSITION
           END-IF.

       VALIDATE-PLAN-SCHEDULE.
           MOVE ZEROS TO WS-PP-SCHED-TOTAL
           MOVE ZEROS TO WS-PP-PREV-DUE
           IF PX-INST-COUNT IS NOT NUMERIC
              OR PX-INST-COUNT = ZEROS
              OR PX-INST-COUNT > 12
               MOVE "BAD COUNT" TO WS-PLAN-REJECT-REASON
           ELSE
               PERFORM VARYING WS-PP-IX FROM 1 BY 1
                   UNTIL WS-PP-IX > PX-INST-COUNT
                      OR WS-PLAN-REJECT-REASON NOT = SPACES
                   PERFORM VALIDATE-PLAN-INSTALLMENT
               END-PERFORM
           END-IF.

       VALIDATE-PLAN-INSTALLMENT.
           IF PX-INST-AMOUNT(WS-PP-IX) IS NOT NUMERIC
              OR PX-INST-AMOUNT(WS-PP-IX) NOT > ZEROS
               MOVE "BAD AMT" TO WS-PLAN-REJECT-REASON
           ELSE
               IF PX-INST-DUE-DATE(WS-PP-IX) IS NOT NUMERIC
                   MOVE "BAD DATE" TO WS-PLAN-REJECT-REASON
               ELSE
                   MOVE PX-INST-DUE-DATE(WS-PP-IX) TO WS-WORK-DATE
                   IF WS-WORK-YYYY < 1900
                      OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
                      OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
                      OR PX-INST-DUE-DATE(WS-PP-IX)
                         NOT > WS-PP-PREV-DUE
                       MOVE "BAD DATE" TO WS-PLAN-REJECT-REASON
                   ELSE
                       MOVE PX-INST-DUE-DATE(WS-PP-IX)
                           TO WS-PP-PREV-DUE
                       ADD PX-INST-AMOUNT(WS-PP-IX)
                           TO WS-PP-SCHED-TOTAL
                   END-IF
               END-IF
           END-IF.

       STORE-PLAN-SCHEDULE.
           MOVE PX-INST-COUNT     TO PP-INST-COUNT
           MOVE WS-PP-SCHED-TOTAL TO PP-SCHEDULED-TOTAL
           PERFORM VARYING WS-PP-IX FROM 1 BY 1
               UNTIL WS-PP-IX > 12
               IF WS-PP-IX > PX-INST-COUNT
                   MOVE ZEROS TO PP-INST-DUE-DATE(WS-PP-IX)
                   MOVE ZEROS TO PP-INST-AMOUNT(WS-PP-IX)
               ELSE
                   MOVE PX-INST-DUE-DATE(WS-PP-IX)
                       TO PP-INST-DUE-DATE(WS-PP-IX)
                   MOVE PX-INST-AMOUNT(WS-PP-IX)
                       TO PP-INST-AMOUNT(WS-PP-IX)
               END-IF
           END-PERFORM.

       REWRITE-PLAN-RECORD.
           REWRITE PAYMENT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "FATAL - error rewriting "
                       "PAYMENT-PLAN-FILE, status " WS-PLAN-STATUS
                   STOP RUN
           END-REWRITE.

       WRITE-PLAN-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYMENT PLAN MAINTENANCE REGISTER"
                  DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLAN-REGISTER-LINE
           WRITE PLAN-REGISTER-LINE
           PERFORM CHECK-PLAN-REG-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  ACT  INSTS  FIRST DUE  LAST DUE "
                  DELIMITED BY SIZE
                  "        SCHEDULED  DISPOSITION"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLAN-REGISTER-LINE
           WRITE PLAN-REGISTER-LINE
           PERFORM CHECK-PLAN-REG-STATUS.

       WRITE-PLAN-DETAIL.
           IF PX-CUSTOMER-ID IS NUMERIC
               MOVE PX-CUSTOMER-ID TO WS-EDIT-ID
           ELSE
               MOVE ZEROS TO WS-EDIT-ID
           END-IF
           MOVE ZEROS TO WS-PP-PREV-DUE
           MOVE ZEROS TO WS-PP-MISSED-DUE
           IF PX-INST-COUNT IS NUMERIC
              AND PX-INST-COUNT > ZEROS
              AND PX-INST-COUNT NOT > 12
               MOVE PX-INST-DUE-DATE(1) TO WS-PP-MISSED-DUE
               MOVE PX-INST-DUE-DATE(PX-INST-COUNT) TO WS-PP-PREV-DUE
           END-IF
           MOVE WS-PP-SCHED-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  PX-ACTION DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  PX-INST-COUNT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PP-MISSED-DUE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PP-PREV-DUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PLAN-DISPOSITION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLAN-REGISTER-LINE
           WRITE PLAN-REGISTER-LINE
           PERFORM CHECK-PLAN-REG-STATUS.

       WRITE-PLAN-TOTALS.
           MOVE WS-PLAN-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS APPLIED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLAN-REGISTER-LINE
           WRITE PLAN-REGISTER-LINE
           PERFORM CHECK-PLAN-REG-STATUS
           MOVE WS-PLAN-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS REJECTED:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLAN-REGISTER-LINE
           WRITE PLAN-REGISTER-LINE
           PERFORM CHECK-PLAN-REG-STATUS.

       CHECK-PLAN-REG-STATUS.
           IF WS-PLAN-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing PLAN-REGISTER-FILE, "
                   "status " WS-PLAN-REG-STATUS
               STOP RUN
           END-IF.

       PLAN-CHECK-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           OPEN I-O PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               DISPLAY "No payment plans on file."
               PERFORM RECORD-RUN-COMPLETION
               STOP RUN
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PAYMENT-PLAN-FILE, "
                   "status " WS-PLAN-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           IF WS-OI-AVAILABLE = 0
               DISPLAY "FATAL - OPEN-ITEM-FILE is required for mode "
                   WS-RUN-MODE "; no plans checked."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BROKEN-PROMISE-FILE
           IF WS-BROKEN-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open BROKEN-PROMISE-FILE, "
                   "status " WS-BROKEN-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-BROKEN-HEADERS
           MOVE ZEROS TO PP-CUSTOMER-ID
           START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-PP-EOF
           END-START
           PERFORM UNTIL WS-PP-EOF = 1
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-PP-EOF
                   NOT AT END
                       IF PP-STATUS = "A"
                           PERFORM CHECK-PLAN-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-BROKEN-TOTALS
           CLOSE PAYMENT-PLAN-FILE
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           CLOSE BROKEN-PROMISE-FILE
           DISPLAY "Payment plan check complete. Plans checked: "
               WS-PCHK-CHECKED-COUNT " kept: " WS-PCHK-KEPT-COUNT
               " completed: " WS-PCHK-DONE-COUNT " broken: "
               WS-PCHK-BROKEN-COUNT.

       CHECK-PLAN-SCHEDULE.
           ADD 1 TO WS-PCHK-CHECKED-COUNT
           MOVE PP-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE INTO WS-DATA-RECORD
               INVALID KEY
                   MOVE PP-CUSTOMER-ID TO WS-CUSTOMER-ID
                   MOVE SPACES TO WS-CUSTOMER-NAME
                   MOVE "????" TO WS-SEGMENT-CODE
                   MOVE ZEROS  TO WS-CUSTOMER-BALANCE
           END-READ
           PERFORM SUM-PLAN-RECEIPTS
           MOVE ZEROS TO WS-PP-EXPECTED
           MOVE ZEROS TO WS-PP-CUM
           MOVE ZEROS TO WS-PP-MISSED-DUE
           IF PP-INST-COUNT IS NOT NUMERIC
              OR PP-INST-COUNT > 12
               MOVE ZEROS TO PP-INST-COUNT
           END-IF
           PERFORM VARYING WS-PP-IX FROM 1 BY 1
               UNTIL WS-PP-IX > PP-INST-COUNT
               PERFORM CHECK-PLAN-INSTALLMENT
           END-PERFORM
           MOVE WS-PP-PAID    TO PP-PAID-TO-DATE
           MOVE WS-BATCH-DATE TO PP-LAST-CHECK-DATE
           EVALUATE TRUE
               WHEN WS-PP-PAID NOT < PP-SCHEDULED-TOTAL
               WHEN WS-CUSTOMER-BALANCE NOT > ZEROS
                   MOVE "K" TO PP-STATUS
                   ADD 1 TO WS-PCHK-DONE-COUNT
               WHEN WS-PP-PAID < WS-PP-EXPECTED
                   MOVE "B"              TO PP-STATUS
                   MOVE WS-BATCH-DATE    TO PP-BROKEN-DATE
                   MOVE WS-PP-MISSED-DUE TO PP-MISSED-DUE-DATE
                   ADD 1 TO WS-PCHK-BROKEN-COUNT
                   COMPUTE WS-PP-SHORTFALL =
                       WS-PP-EXPECTED - WS-PP-PAID
                   ADD WS-PP-SHORTFALL TO WS-PCHK-BROKEN-AMT
                   PERFORM WRITE-BROKEN-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-PCHK-KEPT-COUNT
           END-EVALUATE
           PERFORM REWRITE-PLAN-RECORD.

       CHECK-PLAN-INSTALLMENT.
           ADD PP-INST-AMOUNT(WS-PP-IX) TO WS-PP-CUM
           COMPUTE WS-PP-LATE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
               - FUNCTION INTEGER-OF-DATE(PP-INST-DUE-DATE(WS-PP-IX))
           IF WS-PP-LATE-DAYS > WS-PLAN-GRACE-DAYS
               MOVE WS-PP-CUM TO WS-PP-EXPECTED
               IF WS-PP-CUM > WS-PP-PAID
                  AND WS-PP-MISSED-DUE = ZEROS
                   MOVE PP-INST-DUE-DATE(WS-PP-IX) TO WS-PP-MISSED-DUE
               END-IF
           END-IF.

       SUM-PLAN-RECEIPTS.
           MOVE ZEROS TO WS-PP-PAID
           IF WS-OI-AVAILABLE = 1
               MOVE 0 TO WS-OI-EOF
               MOVE PP-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES TO OI-DOC-NUMBER
               START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-ITEM-KEY
                   INVALID KEY MOVE 1 TO WS-OI-EOF
               END-START
               PERFORM UNTIL WS-OI-EOF = 1
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-OI-EOF
                       NOT AT END
                           IF OI-CUSTOMER-ID NOT = PP-CUSTOMER-ID
                               MOVE 1 TO WS-OI-EOF
                           ELSE
                               PERFORM ADD-PLAN-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-PLAN-RECEIPT.
           IF (OI-DOC-TYPE = "P" OR OI-DOC-TYPE = "R")
              AND OI-ORIGINAL-AMOUNT IS NUMERIC
              AND OI-DOC-DATE IS NUMERIC
              AND OI-DOC-DATE NOT < PP-SETUP-DATE
               SUBTRACT OI-ORIGINAL-AMOUNT FROM WS-PP-PAID
           END-IF.

       WRITE-BROKEN-HEADERS.
           MOVE WS-PLAN-GRACE-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BROKEN PROMISE REPORT"
                  DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  GRACE DAYS " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  NAME                          SEG "
                  DELIMITED BY SIZE
                  "  PLAN DATE  MISSED DUE        EXPECTED"
                  DELIMITED BY SIZE
                  "           PAID      SHORTFALL"
                  DELIMITED BY SIZE
                  "        BALANCE" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS.

       WRITE-BROKEN-DETAIL.
           MOVE PP-CUSTOMER-ID      TO WS-EDIT-ID
           MOVE WS-PP-EXPECTED      TO WS-EDIT-AMOUNT
           MOVE WS-PP-PAID          TO WS-EDIT-BALANCE
           MOVE WS-PP-SHORTFALL     TO WS-EDIT-RUNTOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  WS-SEGMENT-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PP-SETUP-DATE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PP-MISSED-DUE DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  WS-EDIT-RUNTOTAL DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-CUSTOMER-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE TO WS-REPORT-LINE(118:15)
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS.

       WRITE-BROKEN-TOTALS.
           MOVE WS-PCHK-CHECKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVE PLANS CHECKED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS
           MOVE WS-PCHK-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLANS BEING KEPT:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS
           MOVE WS-PCHK-DONE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLANS COMPLETED:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS
           MOVE WS-PCHK-BROKEN-COUNT TO WS-EDIT-COUNT
           MOVE WS-PCHK-BROKEN-AMT TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BROKEN PROMISES:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  SHORTFALL " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           PERFORM CHECK-BROKEN-RPT-STATUS.

       CHECK-BROKEN-RPT-STATUS.
           IF WS-BROKEN-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing BROKEN-PROMISE-FILE, "
                   "status " WS-BROKEN-RPT-STATUS
               STOP RUN
           END-IF.

       ROLL-FORWARD-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ROLLFWD-HISTORY
           IF WS-CLOSE-HIST-FOUND = 0
               DISPLAY "FATAL - no balance run on HISTORY-FILE for "
                   "business date " WS-BATCH-DATE "; roll-forward "
                   "cannot be proved until the balance run completes."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-RF-COUNT
           INITIALIZE WS-RF-TABLE
           INITIALIZE WS-RF-TOTALS
           PERFORM LOAD-ROLLFWD-BALANCES
           PERFORM LOAD-ROLLFWD-MOVEMENTS
           PERFORM LOAD-ROLLFWD-EXTRACTS
           OPEN OUTPUT ROLLFWD-REPORT-FILE
           IF WS-RFWD-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open ROLLFWD-REPORT-FILE, "
                   "status " WS-RFWD-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-RFWD-HEADERS
           PERFORM VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-COUNT
               PERFORM WRITE-RFWD-SEGMENT
           END-PERFORM
           PERFORM WRITE-RFWD-COMPANY
           PERFORM WRITE-RFWD-GL-PROOF
           PERFORM WRITE-RFWD-CONCLUSION
           CLOSE ROLLFWD-REPORT-FILE
           DISPLAY "Roll-forward proof complete. Movement runs: "
               WS-RF-RUN-COUNT " differences flagged: "
               WS-RF-OUT-COUNT
           IF WS-RF-OUT-COUNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.

       LOAD-ROLLFWD-HISTORY.
           MOVE 0 TO WS-PRIOR-HIST-FOUND
           MOVE 0 TO WS-CLOSE-HIST-FOUND
           MOVE 0 TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = 1
                   READ HISTORY-FILE
                       AT END MOVE 1 TO WS-HISTORY-EOF
                       NOT AT END
                           IF HST-RUN-DATE = WS-BATCH-DATE
                               MOVE HISTORY-RECORD TO WS-CLOSE-HIST
                               MOVE 1 TO WS-CLOSE-HIST-FOUND
                           END-IF
                           IF HST-RUN-DATE < WS-BATCH-DATE
                               IF WS-PRIOR-HIST-FOUND = 0
                                  OR HST-RUN-DATE NOT < WS-PH-RUN-DATE
                                   MOVE HISTORY-RECORD
                                       TO WS-PRIOR-HIST
                                   MOVE 1 TO WS-PRIOR-HIST-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "WARNING - unable to open HISTORY-FILE, status "
                   WS-HISTORY-FILE-STATUS
           END-IF.

       LOAD-ROLLFWD-BALANCES.
           IF WS-PRIOR-HIST-FOUND = 1
               MOVE WS-PH-TOTAL-BALANCE TO WS-RFT-OPEN
               PERFORM VARYING WS-PH-IX FROM 1 BY 1
                   UNTIL WS-PH-IX > WS-PH-SEGMENT-COUNT
                      OR WS-PH-IX > 20
                   MOVE WS-PH-SEG-CODE(WS-PH-IX) TO WS-RF-SEG-CODE
                   PERFORM FIND-ROLLFWD-SEGMENT
                   IF WS-RF-FOUND = 1
                       ADD WS-PH-SEG-SUBTOTAL(WS-PH-IX)
                           TO WS-RF-OPEN(WS-RF-IX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-CH-TOTAL-BALANCE TO WS-RFT-CLOSE
           PERFORM VARYING WS-PH-IX FROM 1 BY 1
               UNTIL WS-PH-IX > WS-CH-SEGMENT-COUNT
                  OR WS-PH-IX > 20
               MOVE WS-CH-SEG-CODE(WS-PH-IX) TO WS-RF-SEG-CODE
               PERFORM FIND-ROLLFWD-SEGMENT
               IF WS-RF-FOUND = 1
                   ADD WS-CH-SEG-SUBTOTAL(WS-PH-IX)
                       TO WS-RF-CLOSE(WS-RF-IX)
               END-IF
           END-PERFORM.

       FIND-ROLLFWD-SEGMENT.
           MOVE 0 TO WS-RF-FOUND
           PERFORM VARYING WS-RF-IX FROM 1 BY 1
               UNTIL WS-RF-IX > WS-RF-COUNT
               IF WS-RF-CODE(WS-RF-IX) = WS-RF-SEG-CODE
                   MOVE 1 TO WS-RF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RF-FOUND = 0
               IF WS-RF-COUNT < 20
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-RF-COUNT TO WS-RF-IX
                   INITIALIZE WS-RF-ENTRY(WS-RF-IX)
                   MOVE WS-RF-SEG-CODE TO WS-RF-CODE(WS-RF-IX)
                   MOVE 1 TO WS-RF-FOUND
               ELSE
                   DISPLAY "WARNING - roll-forward segment table "
                       "full; segment " WS-RF-SEG-CODE " shown in "
                       "the company total only."
               END-IF
           END-IF.

       LOAD-ROLLFWD-MOVEMENTS.
           MOVE 0 TO WS-RF-EOF
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = "00"
               PERFORM UNTIL WS-RF-EOF = 1
                   READ MOVEMENT-FILE
                       AT END MOVE 1 TO WS-RF-EOF
                       NOT AT END
                           IF MV-BUSINESS-DATE NOT > WS-BATCH-DATE
                              AND (WS-PRIOR-HIST-FOUND = 0
                               OR MV-BUSINESS-DATE > WS-PH-RUN-DATE)
                               PERFORM ADD-ROLLFWD-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           ELSE
               DISPLAY "WARNING - MOVEMENT-FILE not available, status "
                   WS-MOVEMENT-STATUS "; no balance movements will be "
                   "shown."
           END-IF.

       ADD-ROLLFWD-MOVEMENT.
           ADD 1 TO WS-RF-RUN-COUNT
           IF MV-NORATE-COUNT IS NUMERIC
               ADD MV-NORATE-COUNT TO WS-RF-NORATE-COUNT
           END-IF
           IF MV-RUN-MODE = "WROFF"
               ADD MV-SOURCE-TOTAL TO WS-RF-WOFF-SOURCE
           END-IF
           PERFORM VARYING WS-MVS-IX FROM 1 BY 1
               UNTIL WS-MVS-IX > MV-SEGMENT-COUNT
                  OR WS-MVS-IX > 20
               MOVE MV-SEG-CODE(WS-MVS-IX) TO WS-RF-SEG-CODE
               PERFORM FIND-ROLLFWD-SEGMENT
               PERFORM VARYING WS-MV-CAT-IX FROM 1 BY 1
                   UNTIL WS-MV-CAT-IX > 6
                   ADD MV-SEG-AMOUNT(WS-MVS-IX, WS-MV-CAT-IX)
                       TO WS-RFT-MOVE(WS-MV-CAT-IX)
                   IF WS-RF-FOUND = 1
                       ADD MV-SEG-AMOUNT(WS-MVS-IX, WS-MV-CAT-IX)
                           TO WS-RF-MOVE(WS-RF-IX, WS-MV-CAT-IX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ROLLFWD-EXTRACTS.
           MOVE 0 TO WS-RF-GL-FOUND
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS = "00"
               READ GL-EXTRACT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GL-BATCH-DATE = WS-BATCH-DATE
                          AND GL-TOTAL-BALANCE IS NUMERIC
                           MOVE GL-TOTAL-BALANCE TO WS-RF-GL-EXTRACT
                           MOVE 1 TO WS-RF-GL-FOUND
                       END-IF
               END-READ
               CLOSE GL-EXTRACT-FILE
           END-IF
           MOVE 0 TO WS-RF-EOF
           OPEN INPUT FX-EXTRACT-FILE
           IF WS-FX-EXTRACT-STATUS = "00"
               PERFORM UNTIL WS-RF-EOF = 1
                   READ FX-EXTRACT-FILE
                       AT END MOVE 1 TO WS-RF-EOF
                       NOT AT END
                           IF FX-BATCH-DATE = WS-BATCH-DATE
                              AND FX-TOTAL-BALANCE IS NUMERIC
                               ADD FX-TOTAL-BALANCE
                                   TO WS-RF-FX-EXTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-EXTRACT-FILE
           END-IF
           MOVE 0 TO WS-RF-EOF
           OPEN INPUT WOFF-EXTRACT-FILE
           IF WS-WOFF-EXTRACT-STATUS = "00"
               PERFORM UNTIL WS-RF-EOF = 1
                   READ WOFF-EXTRACT-FILE
                       AT END MOVE 1 TO WS-RF-EOF
                       NOT AT END
                           IF WG-BATCH-DATE = WS-BATCH-DATE
                              AND WG-TOTAL-BALANCE IS NUMERIC
                               ADD WG-TOTAL-BALANCE
                                   TO WS-RF-WOFF-EXTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOFF-EXTRACT-FILE
           END-IF.

       WRITE-RFWD-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECEIVABLES ROLL-FORWARD PROOF" DELIMITED BY SIZE
                  "          BUSINESS DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE
           MOVE WS-RF-RUN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRIOR-HIST-FOUND = 1
               STRING "OPENING BALANCE RUN " DELIMITED BY SIZE
                      WS-PH-RUN-DATE DELIMITED BY SIZE
                      "   CLOSING BALANCE RUN " DELIMITED BY SIZE
                      WS-CH-RUN-DATE DELIMITED BY SIZE
                      "   MOVEMENT RUNS " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "OPENING BALANCE RUN NONE - TAKEN AS ZERO"
                      DELIMITED BY SIZE
                      "   CLOSING BALANCE RUN " DELIMITED BY SIZE
                      WS-CH-RUN-DATE DELIMITED BY SIZE
                      "   MOVEMENT RUNS " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-RFWD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE.

       WRITE-RFWD-SEGMENT.
           MOVE WS-RF-OPEN(WS-RF-IX)  TO WS-RF-LINE-OPEN
           MOVE WS-RF-CLOSE(WS-RF-IX) TO WS-RF-LINE-CLOSE
           PERFORM VARYING WS-MV-CAT-IX FROM 1 BY 1
               UNTIL WS-MV-CAT-IX > 6
               MOVE WS-RF-MOVE(WS-RF-IX, WS-MV-CAT-IX)
                   TO WS-RF-LINE-MOVE(WS-MV-CAT-IX)
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEGMENT " DELIMITED BY SIZE
                  WS-RF-CODE(WS-RF-IX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-RFWD-STATEMENT.

       WRITE-RFWD-COMPANY.
           MOVE WS-RFT-OPEN  TO WS-RF-LINE-OPEN
           MOVE WS-RFT-CLOSE TO WS-RF-LINE-CLOSE
           PERFORM VARYING WS-MV-CAT-IX FROM 1 BY 1
               UNTIL WS-MV-CAT-IX > 6
               MOVE WS-RFT-MOVE(WS-MV-CAT-IX)
                   TO WS-RF-LINE-MOVE(WS-MV-CAT-IX)
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "COMPANY TOTAL" TO WS-REPORT-LINE
           PERFORM WRITE-RFWD-STATEMENT.

       WRITE-RFWD-STATEMENT.
           PERFORM WRITE-RFWD-LINE
           MOVE SPACES TO WS-RF-FLAG
           MOVE "  OPENING BALANCE" TO WS-RF-LABEL
           MOVE WS-RF-LINE-OPEN TO WS-RF-PROOF-AMT
           PERFORM WRITE-RFWD-AMOUNT-LINE
           MOVE WS-RF-LINE-OPEN TO WS-RF-CALC-CLOSE
           PERFORM VARYING WS-MV-CAT-IX FROM 1 BY 1
               UNTIL WS-MV-CAT-IX > 6
               PERFORM SET-RFWD-CATEGORY-LABEL
               MOVE WS-RF-LINE-MOVE(WS-MV-CAT-IX) TO WS-RF-PROOF-AMT
               ADD WS-RF-PROOF-AMT TO WS-RF-CALC-CLOSE
               PERFORM WRITE-RFWD-AMOUNT-LINE
           END-PERFORM
           MOVE "  CALCULATED CLOSING BALANCE" TO WS-RF-LABEL
           MOVE WS-RF-CALC-CLOSE TO WS-RF-PROOF-AMT
           PERFORM WRITE-RFWD-AMOUNT-LINE
           MOVE "  BALANCE RUN CLOSING BALANCE" TO WS-RF-LABEL
           MOVE WS-RF-LINE-CLOSE TO WS-RF-PROOF-AMT
           PERFORM WRITE-RFWD-AMOUNT-LINE
           COMPUTE WS-RF-DIFF = WS-RF-LINE-CLOSE - WS-RF-CALC-CLOSE
           IF WS-RF-DIFF NOT = ZEROS
               ADD 1 TO WS-RF-OUT-COUNT
               MOVE "*** OUT OF BALANCE" TO WS-RF-FLAG
           END-IF
           MOVE "  DIFFERENCE" TO WS-RF-LABEL
           MOVE WS-RF-DIFF TO WS-RF-PROOF-AMT
           PERFORM WRITE-RFWD-AMOUNT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE.

       SET-RFWD-CATEGORY-LABEL.
           EVALUATE WS-MV-CAT-IX
               WHEN 1
                   MOVE "  + CHARGES POSTED" TO WS-RF-LABEL
               WHEN 2
                   MOVE "  - CASH RECEIPTS POSTED" TO WS-RF-LABEL
               WHEN 3
                   MOVE "  +/- ADJUSTMENTS POSTED" TO WS-RF-LABEL
               WHEN 4
                   MOVE "  - WRITE-OFFS" TO WS-RF-LABEL
               WHEN 5
                   MOVE "  +/- REVALUATION" TO WS-RF-LABEL
               WHEN OTHER
                   MOVE "  +/- MAINTENANCE" TO WS-RF-LABEL
           END-EVALUATE.

       WRITE-RFWD-AMOUNT-LINE.
           MOVE WS-RF-PROOF-AMT TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RF-LABEL DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RF-FLAG DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE.

       WRITE-RFWD-GL-PROOF.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "GL EXTRACT PROOF" TO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXTRACT                       " DELIMITED BY SIZE
                  "    EXTRACT AMOUNT" DELIMITED BY SIZE
                  "      ROLL-FORWARD" DELIMITED BY SIZE
                  "        DIFFERENCE" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE
           MOVE "GLFILE BALANCE RUN" TO WS-RF-LABEL
           MOVE WS-RF-GL-EXTRACT TO WS-RF-EXTRACT-AMT
           MOVE WS-RF-CALC-CLOSE TO WS-RF-PROOF-AMT
           MOVE SPACES TO WS-RF-FLAG
           IF WS-RF-GL-FOUND = 0
               MOVE "*** NOT FOR DATE" TO WS-RF-FLAG
           END-IF
           PERFORM WRITE-RFWD-PROOF-LINE
           MOVE "FXGLFILE REVALUATION" TO WS-RF-LABEL
           MOVE WS-RF-FX-EXTRACT TO WS-RF-EXTRACT-AMT
           MOVE WS-RFT-MOVE(5) TO WS-RF-PROOF-AMT
           MOVE SPACES TO WS-RF-FLAG
           PERFORM WRITE-RFWD-PROOF-LINE
           MOVE "WOFFGL WRITE-OFFS" TO WS-RF-LABEL
           MOVE WS-RF-WOFF-EXTRACT TO WS-RF-EXTRACT-AMT
           COMPUTE WS-RF-PROOF-AMT = 0 - WS-RF-WOFF-SOURCE
           MOVE SPACES TO WS-RF-FLAG
           PERFORM WRITE-RFWD-PROOF-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE.

       WRITE-RFWD-PROOF-LINE.
           COMPUTE WS-RF-PROOF-DIFF =
               WS-RF-EXTRACT-AMT - WS-RF-PROOF-AMT
           IF WS-RF-FLAG = SPACES
              AND WS-RF-PROOF-DIFF NOT = ZEROS
               MOVE "*** OUT OF BALANCE" TO WS-RF-FLAG
           END-IF
           IF WS-RF-FLAG NOT = SPACES
               ADD 1 TO WS-RF-OUT-COUNT
           END-IF
           MOVE WS-RF-EXTRACT-AMT TO WS-RF-EDIT-EXTRACT
           MOVE WS-RF-PROOF-AMT   TO WS-RF-EDIT-PROOF
           MOVE WS-RF-PROOF-DIFF  TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RF-LABEL DELIMITED BY SIZE
                  WS-RF-EDIT-EXTRACT DELIMITED BY SIZE
                  WS-RF-EDIT-PROOF DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RF-FLAG DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-RFWD-LINE.

       WRITE-RFWD-CONCLUSION.
           MOVE WS-RF-OUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RF-OUT-COUNT = ZEROS
               STRING "ROLL-FORWARD PROVED - ALL SEGMENTS AND "
                      DELIMITED BY SIZE
                      "EXTRACTS IN BALANCE" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "ROLL-FORWARD NOT PROVED - DIFFERENCES FLAGGED:"
                      DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-RFWD-LINE
           IF WS-RF-NORATE-COUNT > 0
               MOVE WS-RF-NORATE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MOVEMENTS EXCLUDED - NO EXCHANGE RATE:"
                      DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-RFWD-LINE
           END-IF.

       WRITE-RFWD-LINE.
           MOVE WS-REPORT-LINE TO ROLLFWD-REPORT-LINE
           WRITE ROLLFWD-REPORT-LINE
           IF WS-RFWD-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing ROLLFWD-REPORT-FILE, "
                   "status " WS-RFWD-RPT-STATUS
               STOP RUN
           END-IF.

       PERIOD-CLOSE-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PERIOD-CALENDAR
           PERFORM FIND-TARGET-PERIOD
           IF WS-PER-STAT(WS-PER-TARGET-IX) NOT = "O"
               MOVE "IS NOT OPEN" TO WS-PER-REFUSE-REASON
               PERFORM REFUSE-PERIOD-ACTION
           END-IF
           IF WS-PER-END(WS-PER-TARGET-IX) NOT < WS-BATCH-DATE
               MOVE "HAS NOT ENDED" TO WS-PER-REFUSE-REASON
               PERFORM REFUSE-PERIOD-ACTION
           END-IF
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
               UNTIL WS-PER-IX > WS-PER-COUNT
               IF WS-PER-START(WS-PER-IX)
                      < WS-PER-START(WS-PER-TARGET-IX)
                  AND WS-PER-STAT(WS-PER-IX) NOT = "C"
                   MOVE "FOLLOWS A PERIOD THAT IS NOT CLOSED"
                       TO WS-PER-REFUSE-REASON
                   PERFORM REFUSE-PERIOD-ACTION
               END-IF
           END-PERFORM
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM TAKE-PERIOD-SNAPSHOT
           MOVE "C"            TO WS-PER-STAT(WS-PER-TARGET-IX)
           MOVE WS-BATCH-DATE  TO WS-PER-CLOSE-DATE(WS-PER-TARGET-IX)
           MOVE WS-OPERATOR-ID TO WS-PER-CLOSE-OPER(WS-PER-TARGET-IX)
           MOVE SPACES         TO WS-PER-REOPEN-OPER(WS-PER-TARGET-IX)
           MOVE ZEROS          TO WS-PER-REOPEN-DATE(WS-PER-TARGET-IX)
           PERFORM SAVE-PERIOD-CALENDAR
           MOVE WS-PCL-TOTAL TO WS-EDIT-CASH
           DISPLAY "Period close complete. Period " WS-PER-TARGET-ID
               " closed by operator " WS-OPERATOR-ID
               "; accounts frozen: " WS-PCL-COUNT
               " total: " WS-EDIT-CASH
           IF WS-PCL-NORATE > 0
               DISPLAY "WARNING - " WS-PCL-NORATE " account(s) had "
                   "no usable exchange rate and are excluded from "
                   "the period totals on PERTOT."
           END-IF.

       FIND-TARGET-PERIOD.
           IF WS-PER-LOADED = 0
               DISPLAY "FATAL - PERIOD-FILE is required for mode "
                   WS-RUN-MODE "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-PARAMETER-2 TO WS-PER-TARGET-X
           IF WS-PER-TARGET-X IS NOT NUMERIC
               DISPLAY "FATAL - mode " WS-RUN-MODE " requires the "
                   "operator and a period (YYYYMM) as command "
                   "arguments."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-PER-TARGET-IX
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
               UNTIL WS-PER-IX > WS-PER-COUNT
               IF WS-PER-ID(WS-PER-IX) = WS-PER-TARGET-ID
                   MOVE WS-PER-IX TO WS-PER-TARGET-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PER-TARGET-IX = ZEROS
               MOVE "IS NOT ON THE PERIOD CALENDAR"
                   TO WS-PER-REFUSE-REASON
               PERFORM REFUSE-PERIOD-ACTION
           END-IF.

       REFUSE-PERIOD-ACTION.
           DISPLAY "RUN REFUSED - period " WS-PER-TARGET-ID " "
               WS-PER-REFUSE-REASON "; mode " WS-RUN-MODE
               " not applied."
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       TAKE-PERIOD-SNAPSHOT.
           MOVE ZEROS TO WS-PCL-COUNT
           MOVE ZEROS TO WS-PCL-NORATE
           MOVE ZEROS TO WS-PCL-TOTAL
           MOVE ZEROS TO WS-PCL-SEG-COUNT
           MOVE 0 TO WS-PCL-EOF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-SNAPSHOT-FILE
           IF WS-PERSNAP-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-SNAPSHOT-FILE
               IF WS-PERSNAP-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "PERIOD-SNAPSHOT-FILE, status "
                       WS-PERSNAP-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-PCL-EOF
           END-START
           PERFORM UNTIL WS-PCL-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-PCL-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM ADD-PERIOD-SNAPSHOT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE PERIOD-SNAPSHOT-FILE
           PERFORM WRITE-PERIOD-TOTALS.

       ADD-PERIOD-SNAPSHOT.
           MOVE WS-PER-TARGET-ID TO PS-PERIOD-ID
           MOVE WS-BATCH-DATE    TO PS-SNAPSHOT-DATE
           MOVE SPACES           TO PS-CUSTOMER-IMAGE
           MOVE CF-CUSTOMER-RECORD TO PS-CUSTOMER-IMAGE
           WRITE PERIOD-SNAPSHOT-RECORD
           IF WS-PERSNAP-STATUS NOT = "00"
               DISPLAY "FATAL - error writing PERIOD-SNAPSHOT-FILE, "
                   "status " WS-PERSNAP-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-PCL-COUNT
           MOVE 1 TO WS-VALID-RECORD
           IF WS-CUSTOMER-BALANCE IS NUMERIC
               PERFORM CONVERT-TO-BASE-CURRENCY
           ELSE
               MOVE 0 TO WS-VALID-RECORD
           END-IF
           IF WS-VALID-RECORD = 1
               ADD WS-BASE-BALANCE TO WS-PCL-TOTAL
               PERFORM ADD-PERIOD-SEGMENT-TOTAL
           ELSE
               ADD 1 TO WS-PCL-NORATE
           END-IF.

       ADD-PERIOD-SEGMENT-TOTAL.
           MOVE 0 TO WS-PCL-SEG-FOUND
           PERFORM VARYING WS-PCL-SEG-IX FROM 1 BY 1
               UNTIL WS-PCL-SEG-IX > WS-PCL-SEG-COUNT
               IF WS-PCL-SEG-CODE(WS-PCL-SEG-IX) = WS-SEGMENT-CODE
                   ADD WS-BASE-BALANCE
                       TO WS-PCL-SEG-TOTAL(WS-PCL-SEG-IX)
                   MOVE 1 TO WS-PCL-SEG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PCL-SEG-FOUND = 0
               IF WS-PCL-SEG-COUNT < 20
                   ADD 1 TO WS-PCL-SEG-COUNT
                   MOVE WS-SEGMENT-CODE
                       TO WS-PCL-SEG-CODE(WS-PCL-SEG-COUNT)
                   MOVE WS-BASE-BALANCE
                       TO WS-PCL-SEG-TOTAL(WS-PCL-SEG-COUNT)
               ELSE
                   DISPLAY "WARNING - period segment table full; "
                       "segment " WS-SEGMENT-CODE " carried in the "
                       "period total only."
               END-IF
           END-IF.

       WRITE-PERIOD-TOTALS.
           OPEN EXTEND PERIOD-TOTALS-FILE
           IF WS-PERTOT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-TOTALS-FILE
               IF WS-PERTOT-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "PERIOD-TOTALS-FILE, status "
                       WS-PERTOT-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-PER-TARGET-ID TO PT-PERIOD-ID
           MOVE WS-BATCH-DATE    TO PT-SNAPSHOT-DATE
           MOVE WS-OPERATOR-ID   TO PT-CLOSE-OPERATOR
           MOVE WS-PCL-COUNT     TO PT-RECORD-COUNT
           MOVE WS-PCL-NORATE    TO PT-NORATE-COUNT
           MOVE WS-PCL-TOTAL     TO PT-TOTAL-BALANCE
           MOVE WS-PCL-SEG-COUNT TO PT-SEGMENT-COUNT
           PERFORM VARYING WS-PCL-SEG-IX FROM 1 BY 1
               UNTIL WS-PCL-SEG-IX > 20
               IF WS-PCL-SEG-IX > WS-PCL-SEG-COUNT
                   MOVE SPACES TO PT-SEG-CODE(WS-PCL-SEG-IX)
                   MOVE ZEROS  TO PT-SEG-TOTAL(WS-PCL-SEG-IX)
               ELSE
                   MOVE WS-PCL-SEG-CODE(WS-PCL-SEG-IX)
                       TO PT-SEG-CODE(WS-PCL-SEG-IX)
                   MOVE WS-PCL-SEG-TOTAL(WS-PCL-SEG-IX)
                       TO PT-SEG-TOTAL(WS-PCL-SEG-IX)
               END-IF
           END-PERFORM
           WRITE PERIOD-TOTALS-RECORD
           IF WS-PERTOT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing PERIOD-TOTALS-FILE, "
                   "status " WS-PERTOT-STATUS
               STOP RUN
           END-IF
           CLOSE PERIOD-TOTALS-FILE.

       SAVE-PERIOD-CALENDAR.
           OPEN OUTPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PERIOD-FILE for "
                   "output, status " WS-PERIOD-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
               UNTIL WS-PER-IX > WS-PER-COUNT
               MOVE WS-PER-ID(WS-PER-IX)          TO PD-PERIOD-ID
               MOVE WS-PER-START(WS-PER-IX)       TO PD-START-DATE
               MOVE WS-PER-END(WS-PER-IX)         TO PD-END-DATE
               MOVE WS-PER-STAT(WS-PER-IX)        TO PD-STATUS
               MOVE WS-PER-CLOSE-DATE(WS-PER-IX)  TO PD-CLOSE-DATE
               MOVE WS-PER-CLOSE-OPER(WS-PER-IX)  TO PD-CLOSE-OPERATOR
               MOVE WS-PER-REOPEN-OPER(WS-PER-IX) TO PD-REOPEN-OPERATOR
               MOVE WS-PER-REOPEN-DATE(WS-PER-IX) TO PD-REOPEN-DATE
               WRITE PERIOD-RECORD
               IF WS-PERIOD-STATUS NOT = "00"
                   DISPLAY "FATAL - error writing PERIOD-FILE, "
                       "status " WS-PERIOD-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE PERIOD-FILE.

       PERIOD-REOPEN-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PERIOD-CALENDAR
           PERFORM FIND-TARGET-PERIOD
           IF WS-PER-STAT(WS-PER-TARGET-IX) NOT = "C"
               MOVE "IS NOT CLOSED" TO WS-PER-REFUSE-REASON
               PERFORM REFUSE-PERIOD-ACTION
           END-IF
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
               UNTIL WS-PER-IX > WS-PER-COUNT
               IF WS-PER-START(WS-PER-IX)
                      > WS-PER-START(WS-PER-TARGET-IX)
                  AND WS-PER-STAT(WS-PER-IX) NOT = "O"
                   MOVE "HAS A LATER PERIOD THAT IS CLOSED"
                       TO WS-PER-REFUSE-REASON
                   PERFORM REFUSE-PERIOD-ACTION
               END-IF
           END-PERFORM
           MOVE "R"            TO WS-PER-STAT(WS-PER-TARGET-IX)
           MOVE WS-OPERATOR-ID TO WS-PER-REOPEN-OPER(WS-PER-TARGET-IX)
           MOVE WS-BATCH-DATE  TO WS-PER-REOPEN-DATE(WS-PER-TARGET-IX)
           PERFORM SAVE-PERIOD-CALENDAR
           DISPLAY "Reopen of period " WS-PER-TARGET-ID
               " requested by operator " WS-OPERATOR-ID
               "; the period stays closed until a second operator "
               "approves it with mode PRAPP.".

       PERIOD-REOPEN-APPROVAL.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PERIOD-CALENDAR
           PERFORM FIND-TARGET-PERIOD
           IF WS-PER-STAT(WS-PER-TARGET-IX) NOT = "R"
               MOVE "HAS NO REOPEN REQUEST AWAITING APPROVAL"
                   TO WS-PER-REFUSE-REASON
               PERFORM REFUSE-PERIOD-ACTION
           END-IF
           IF WS-PER-REOPEN-OPER(WS-PER-TARGET-IX) = WS-OPERATOR-ID
               MOVE "REOPEN WAS REQUESTED BY THIS OPERATOR"
                   TO WS-PER-REFUSE-REASON
               PERFORM REFUSE-PERIOD-ACTION
           END-IF
           MOVE "O" TO WS-PER-STAT(WS-PER-TARGET-IX)
           PERFORM SAVE-PERIOD-CALENDAR
           DISPLAY "Period " WS-PER-TARGET-ID " reopened. Requested "
               "by operator " WS-PER-REOPEN-OPER(WS-PER-TARGET-IX)
               ", approved by operator " WS-OPERATOR-ID ".".

       AGENCY-PLACEMENT-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           MOVE WS-RUN-PARAMETER TO WS-AGY-CODE
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           PERFORM OPEN-DISPUTE-INPUT
           PERFORM OPEN-PLAN-INPUT
           PERFORM OPEN-JOURNAL-FILES
           OPEN OUTPUT PLACEMENT-FILE
           IF WS-PLACE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PLACEMENT-FILE, status "
                   WS-PLACE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PLACEMENT-REGISTER-FILE
           IF WS-PLACE-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open "
                   "PLACEMENT-REGISTER-FILE, status "
                   WS-PLACE-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-PLACE-HEADERS
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-AGY-EOF
           END-START
           PERFORM UNTIL WS-AGY-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-AGY-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM EVALUATE-PLACEMENT-CANDIDATE
               END-READ
           END-PERFORM
           PERFORM WRITE-PLACE-TOTALS
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM CLOSE-DISPUTE-FILE
           PERFORM CLOSE-PLAN-FILE
           PERFORM CLOSE-JOURNAL-FILES
           CLOSE PLACEMENT-FILE
           CLOSE PLACEMENT-REGISTER-FILE
           MOVE WS-AGY-PLACED-TOTAL TO WS-EDIT-CASH
           DISPLAY "Agency placement complete. Agency " WS-AGY-CODE
               " accounts placed: " WS-AGY-PLACED-COUNT
               " amount: " WS-EDIT-CASH
           DISPLAY "Withheld - notice interval: " WS-AGY-WAIT-COUNT
               " payment plan: " WS-AGY-PLAN-COUNT
               " dispute: " WS-AGY-DISP-COUNT
               " returned by this agency: " WS-AGY-BACK-COUNT.

       EVALUATE-PLACEMENT-CANDIDATE.
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
              OR WS-CUSTOMER-BALANCE NOT > ZEROS
              OR WS-DUNNING-LEVEL IS NOT NUMERIC
              OR WS-DUNNING-LEVEL < 3
              OR WS-PLACED-FLAG = "P"
               CONTINUE
           ELSE
               IF WS-PLACED-FLAG = "R"
                  AND WS-AGENCY-CODE = WS-AGY-CODE
                   ADD 1 TO WS-AGY-BACK-COUNT
               ELSE
                   PERFORM CHECK-NOTICE-INTERVAL
                   IF WS-DUN-DAYS-SINCE < WS-AGY-MIN-DAYS
                       ADD 1 TO WS-AGY-WAIT-COUNT
                   ELSE
                       PERFORM CHECK-PLAN-KEPT
                       IF WS-PP-KEPT = 1
                           ADD 1 TO WS-AGY-PLAN-COUNT
                       ELSE
                           PERFORM CHECK-PLACEMENT-AGING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-PLACEMENT-AGING.
           PERFORM BUILD-CUSTOMER-AGING
           IF WS-DS-OPEN-AMT > ZEROS
               ADD 1 TO WS-AGY-DISP-COUNT
           ELSE
               IF WS-OI-PAST-DUE-AMT > ZEROS
                   MOVE WS-OI-OLDEST-DUE TO WS-AGY-OLDEST-DUE
                   PERFORM PLACE-CUSTOMER-ACCOUNT
               END-IF
           END-IF.

       PLACE-CUSTOMER-ACCOUNT.
           PERFORM SAVE-BEFORE-IMAGE
           MOVE "P"           TO CF-PLACED-FLAG
           MOVE WS-AGY-CODE   TO CF-AGENCY-CODE
           MOVE WS-BATCH-DATE TO CF-PLACED-DATE
           REWRITE CF-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Placement warning - customer "
                       WS-CUSTOMER-ID " could not be marked as placed "
                       "on the master; not sent to the agency."
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-PLACEMENT-RECORD
           END-REWRITE.

       WRITE-PLACEMENT-RECORD.
           MOVE WS-AGY-CODE           TO PL-AGENCY-CODE
           MOVE WS-CUSTOMER-ID        TO PL-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME      TO PL-CUSTOMER-NAME
           MOVE WS-SEGMENT-CODE       TO PL-SEGMENT-CODE
           MOVE WS-CURRENCY-CODE      TO PL-CURRENCY-CODE
           MOVE WS-CUSTOMER-BALANCE   TO PL-PLACED-AMOUNT
           MOVE WS-BATCH-DATE         TO PL-PLACED-DATE
           MOVE WS-AGY-OLDEST-DUE     TO PL-OLDEST-DUE-DATE
           MOVE WS-LAST-ACTIVITY-DATE TO PL-LAST-ACTIVITY-DATE
           MOVE WS-LAST-NOTICE-DATE   TO PL-LAST-NOTICE-DATE
           WRITE PLACEMENT-RECORD
           IF WS-PLACE-STATUS NOT = "00"
               DISPLAY "FATAL - error writing PLACEMENT-FILE, "
                   "status " WS-PLACE-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-AGY-PLACED-COUNT
           ADD WS-CUSTOMER-BALANCE TO WS-AGY-PLACED-TOTAL
               ON SIZE ERROR
                   DISPLAY "Placement total overflow. Register "
                       "total may be inaccurate."
           END-ADD
           PERFORM WRITE-PLACE-DETAIL.

       WRITE-PLACE-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COLLECTION AGENCY PLACEMENT REGISTER"
                  DELIMITED BY SIZE
                  "        RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  AGENCY " DELIMITED BY SIZE
                  WS-AGY-CODE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                   SEG  CCY   PLACED AMOUNT"
                  DELIMITED BY SIZE
                  "  OLDEST DUE  LAST NOTICE" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS.

       WRITE-PLACE-DETAIL.
           MOVE WS-CUSTOMER-ID      TO WS-EDIT-ID
           MOVE WS-CUSTOMER-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  WS-SEGMENT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENCY-CODE DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGY-OLDEST-DUE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-LAST-NOTICE-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS.

       WRITE-PLACE-TOTALS.
           MOVE WS-AGY-PLACED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS PLACED:           " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS
           MOVE WS-AGY-PLACED-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL PLACED:   " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS
           MOVE WS-AGY-WAIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHELD - NOTICE INTERVAL:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS
           MOVE WS-AGY-PLAN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHELD - PAYMENT PLAN:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS
           MOVE WS-AGY-DISP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHELD - OPEN DISPUTE:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS
           MOVE WS-AGY-BACK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHELD - RETURNED BY AGY:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PLACEMENT-REGISTER-LINE
           WRITE PLACEMENT-REGISTER-LINE
           PERFORM CHECK-PLACE-REG-STATUS.

       CHECK-PLACE-REG-STATUS.
           IF WS-PLACE-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "PLACEMENT-REGISTER-FILE, status "
                   WS-PLACE-REG-STATUS
               STOP RUN
           END-IF.

       AGENCY-RETURN-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           OPEN INPUT AGENCY-RETURN-FILE
           IF WS-AGY-RTN-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open AGENCY-RETURN-FILE, "
                   "status " WS-AGY-RTN-STATUS
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-FILES
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT DAILY-TRANS-FILE
               IF WS-DAILY-TRANS-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open DAILY-TRANS-FILE, "
                       "status " WS-DAILY-TRANS-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT AGENCY-REGISTER-FILE
           IF WS-AGY-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open AGENCY-REGISTER-FILE, "
                   "status " WS-AGY-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-AGYREG-HEADERS
           PERFORM UNTIL WS-AGY-EOF = 1
               READ AGENCY-RETURN-FILE
                   AT END MOVE 1 TO WS-AGY-EOF
                   NOT AT END
                       IF WS-AGY-RTN-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "AGENCY-RETURN-FILE, status "
                               WS-AGY-RTN-STATUS
                           STOP RUN
                       END-IF
                       PERFORM PROCESS-AGENCY-RETURN
               END-READ
           END-PERFORM
           PERFORM WRITE-AGYREG-TOTALS
           IF WS-AGS-COUNT > 0
               PERFORM WRITE-AGENCY-GL-EXTRACT
           END-IF
           CLOSE AGENCY-RETURN-FILE
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-JOURNAL-FILES
           CLOSE DAILY-TRANS-FILE
           CLOSE AGENCY-REGISTER-FILE
           DISPLAY "Agency returns complete. Records read: "
               WS-AGY-READ-COUNT " collections: " WS-AGY-COLL-COUNT
               " recalls: " WS-AGY-RECALL-COUNT
               " closures: " WS-AGY-CLOSE-COUNT
               " rejected: " WS-AGY-REJECT-COUNT
           MOVE WS-AGY-GROSS-TOTAL TO WS-EDIT-CASH
           DISPLAY "Gross collections written to TRANFILE: "
               WS-EDIT-CASH
           MOVE WS-AGY-COMM-TOTAL TO WS-EDIT-CASH
           DISPLAY "Agency commission written to AGYGL:    "
               WS-EDIT-CASH.

       PROCESS-AGENCY-RETURN.
           ADD 1 TO WS-AGY-READ-COUNT
           MOVE 1 TO WS-AGY-VALID
           MOVE SPACES TO WS-AGY-REJECT-REASON
           MOVE SPACES TO WS-AGY-ACTION
           MOVE ZEROS TO WS-AGY-GROSS
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF AG-CUSTOMER-ID IS NOT NUMERIC
               MOVE 0 TO WS-AGY-VALID
               MOVE "BAD ID" TO WS-AGY-REJECT-REASON
           ELSE
               MOVE AG-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE INTO WS-DATA-RECORD
                   INVALID KEY
                       MOVE 0 TO WS-AGY-VALID
                       MOVE "NO MASTER" TO WS-AGY-REJECT-REASON
               END-READ
           END-IF
           IF WS-AGY-VALID = 1
               IF WS-PLACED-FLAG NOT = "P"
                  OR WS-AGENCY-CODE NOT = AG-AGENCY-CODE
                   MOVE 0 TO WS-AGY-VALID
                   MOVE "NOT PLACED" TO WS-AGY-REJECT-REASON
               END-IF
           END-IF
           IF WS-AGY-VALID = 1
               EVALUATE AG-RETURN-TYPE
                   WHEN "C"
                       PERFORM APPLY-AGENCY-COLLECTION
                   WHEN "R"
                       MOVE "RECALLED" TO WS-AGY-ACTION
                       PERFORM RELEASE-AGENCY-PLACEMENT
                   WHEN "X"
                       MOVE "CLOSED" TO WS-AGY-ACTION
                       PERFORM RELEASE-AGENCY-PLACEMENT
                   WHEN OTHER
                       MOVE 0 TO WS-AGY-VALID
                       MOVE "BAD TYPE" TO WS-AGY-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-AGY-VALID = 0
               ADD 1 TO WS-AGY-REJECT-COUNT
               MOVE "REJECTED" TO WS-AGY-ACTION
           END-IF
           PERFORM WRITE-AGYREG-DETAIL.

       APPLY-AGENCY-COLLECTION.
           IF AG-NET-AMOUNT IS NOT NUMERIC
              OR AG-COMMISSION IS NOT NUMERIC
               MOVE 0 TO WS-AGY-VALID
               MOVE "BAD AMOUNT" TO WS-AGY-REJECT-REASON
           ELSE
               IF AG-NET-AMOUNT < ZEROS
                  OR AG-COMMISSION < ZEROS
                   MOVE 0 TO WS-AGY-VALID
                   MOVE "BAD AMOUNT" TO WS-AGY-REJECT-REASON
               ELSE
                   COMPUTE WS-AGY-GROSS =
                       AG-NET-AMOUNT + AG-COMMISSION
                       ON SIZE ERROR
                           MOVE 0 TO WS-AGY-VALID
                           MOVE "BAD AMOUNT" TO WS-AGY-REJECT-REASON
                   END-COMPUTE
                   IF WS-AGY-VALID = 1
                      AND WS-AGY-GROSS NOT > ZEROS
                       MOVE 0 TO WS-AGY-VALID
                       MOVE "BAD AMOUNT" TO WS-AGY-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-AGY-VALID = 1
               IF AG-RETURN-DATE IS NUMERIC
                  AND AG-RETURN-DATE NOT = ZEROS
                   MOVE AG-RETURN-DATE TO WS-AGY-TRANS-DATE
               ELSE
                   MOVE WS-BATCH-DATE TO WS-AGY-TRANS-DATE
               END-IF
               MOVE WS-CUSTOMER-ID    TO TR-CUSTOMER-ID
               MOVE "P"               TO TR-TRANS-TYPE
               MOVE WS-AGY-GROSS      TO TR-TRANS-AMOUNT
               MOVE WS-AGY-TRANS-DATE TO TR-TRANS-DATE
               MOVE SPACES            TO TR-DOC-NUMBER
               MOVE ZEROS             TO TR-DUE-DATE
               WRITE DAILY-TRANS-RECORD
               IF WS-DAILY-TRANS-STATUS NOT = "00"
                   DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "
                       "status " WS-DAILY-TRANS-STATUS
                   STOP RUN
               END-IF
               MOVE "COLLECTED" TO WS-AGY-ACTION
               ADD 1 TO WS-AGY-COLL-COUNT
               ADD WS-AGY-GROSS TO WS-AGY-GROSS-TOTAL
               ADD AG-NET-AMOUNT TO WS-AGY-NET-TOTAL
               ADD AG-COMMISSION TO WS-AGY-COMM-TOTAL
               IF AG-COMMISSION > ZEROS
                   PERFORM ADD-AGENCY-COMMISSION
               END-IF
           END-IF.

       ADD-AGENCY-COMMISSION.
           MOVE 0 TO WS-AGS-FOUND
           PERFORM VARYING WS-AGS-IX FROM 1 BY 1
               UNTIL WS-AGS-IX > WS-AGS-COUNT
               IF WS-AGS-CODE(WS-AGS-IX) = WS-SEGMENT-CODE
                   ADD AG-COMMISSION TO WS-AGS-AMT(WS-AGS-IX)
                   ADD 1 TO WS-AGS-CNT(WS-AGS-IX)
                   MOVE 1 TO WS-AGS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AGS-FOUND = 0
               IF WS-AGS-COUNT < 20
                   ADD 1 TO WS-AGS-COUNT
                   MOVE WS-SEGMENT-CODE
                       TO WS-AGS-CODE(WS-AGS-COUNT)
                   MOVE AG-COMMISSION
                       TO WS-AGS-AMT(WS-AGS-COUNT)
                   MOVE 1 TO WS-AGS-CNT(WS-AGS-COUNT)
               ELSE
                   DISPLAY "WARNING - commission segment table full; "
                       "segment " WS-SEGMENT-CODE " total not "
                       "carried to the GL extract."
               END-IF
           END-IF.

       RELEASE-AGENCY-PLACEMENT.
           PERFORM SAVE-BEFORE-IMAGE
           MOVE "R"           TO CF-PLACED-FLAG
           MOVE WS-BATCH-DATE TO CF-PLACED-DATE
           IF AG-RETURN-TYPE = "X"
               MOVE "H" TO CF-HOLD-FLAG
           END-IF
           REWRITE CF-CUSTOMER-RECORD
               INVALID KEY
                   MOVE 0 TO WS-AGY-VALID
                   MOVE "REWRITE" TO WS-AGY-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-RECORD
                   IF AG-RETURN-TYPE = "X"
                       ADD 1 TO WS-AGY-CLOSE-COUNT
                   ELSE
                       ADD 1 TO WS-AGY-RECALL-COUNT
                   END-IF
           END-REWRITE.

       WRITE-AGENCY-GL-EXTRACT.
           OPEN EXTEND AGENCY-GL-FILE
           IF WS-AGY-GL-STATUS NOT = "00"
               OPEN OUTPUT AGENCY-GL-FILE
               IF WS-AGY-GL-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "AGENCY-GL-FILE, status "
                       WS-AGY-GL-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-AGS-IX FROM 1 BY 1
               UNTIL WS-AGS-IX > WS-AGS-COUNT
               MOVE WS-BATCH-DATE          TO AX-BATCH-DATE
               MOVE WS-AGS-CNT(WS-AGS-IX)  TO AX-RECORD-COUNT
               COMPUTE AX-TOTAL-BALANCE = WS-AGS-AMT(WS-AGS-IX)
                   ON SIZE ERROR
                       MOVE ZEROS TO AX-TOTAL-BALANCE
                       DISPLAY "Commission total for segment "
                           WS-AGS-CODE(WS-AGS-IX) " exceeds the GL "
                           "extract field; extract amount set to "
                           "zero - use the register figure."
               END-COMPUTE
               MOVE "N"                    TO AX-OVERFLOW-INDICATOR
               MOVE "AGCOM"                TO AX-SOURCE-CODE
               MOVE WS-AGS-CODE(WS-AGS-IX) TO AX-SEGMENT-CODE
               WRITE AGENCY-GL-RECORD
               IF WS-AGY-GL-STATUS NOT = "00"
                   DISPLAY "FATAL - error writing AGENCY-GL-FILE, "
                       "status " WS-AGY-GL-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AGENCY-GL-FILE.

       WRITE-AGYREG-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COLLECTION AGENCY RETURNS REGISTER"
                  DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AGENCY-REGISTER-LINE
           WRITE AGENCY-REGISTER-LINE
           PERFORM CHECK-AGY-REG-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AGCY CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                   T       NET AMOUNT"
                  DELIMITED BY SIZE
                  "      COMMISSION  REFERENCE    ACTION     REASON"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AGENCY-REGISTER-LINE
           WRITE AGENCY-REGISTER-LINE
           PERFORM CHECK-AGY-REG-STATUS.

       WRITE-AGYREG-DETAIL.
           IF AG-CUSTOMER-ID IS NUMERIC
               MOVE AG-CUSTOMER-ID TO WS-EDIT-ID
           ELSE
               MOVE ZEROS TO WS-EDIT-ID
           END-IF
           IF AG-NET-AMOUNT IS NUMERIC
               MOVE AG-NET-AMOUNT TO WS-EDIT-BALANCE
           ELSE
               MOVE ZEROS TO WS-EDIT-BALANCE
           END-IF
           IF AG-COMMISSION IS NUMERIC
               MOVE AG-COMMISSION TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZEROS TO WS-EDIT-AMOUNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING AG-AGENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  AG-RETURN-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AG-REFERENCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGY-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGY-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AGENCY-REGISTER-LINE
           WRITE AGENCY-REGISTER-LINE
           PERFORM CHECK-AGY-REG-STATUS.

       WRITE-AGYREG-TOTALS.
           MOVE WS-AGY-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS READ:         " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-COLL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COLLECTIONS POSTED:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-RECALL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS RECALLED:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-CLOSE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS CLOSED:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS REJECTED:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-GROSS-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROSS COLLECTED:  " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-COMM-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COMMISSION:       " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE
           MOVE WS-AGY-NET-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NET REMITTED:     " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGYREG-LINE.

       WRITE-AGYREG-LINE.
           MOVE WS-REPORT-LINE TO AGENCY-REGISTER-LINE
           WRITE AGENCY-REGISTER-LINE
           PERFORM CHECK-AGY-REG-STATUS.

       CHECK-AGY-REG-STATUS.
           IF WS-AGY-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "AGENCY-REGISTER-FILE, status "
                   WS-AGY-REG-STATUS
               STOP RUN
           END-IF.

       AGENCY-INVENTORY-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-AGI-TOTALS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AGENCY-INVENTORY-FILE
           IF WS-AGY-INV-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open "
                   "AGENCY-INVENTORY-FILE, status "
                   WS-AGY-INV-STATUS
               STOP RUN
           END-IF
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-AGY-EOF
           END-START
           PERFORM UNTIL WS-AGY-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-AGY-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       IF WS-PLACED-FLAG = "P"
                           PERFORM ADD-AGENCY-INVENTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           PERFORM WRITE-AGINV-HEADERS
           PERFORM VARYING WS-AGI-IX FROM 1 BY 1
               UNTIL WS-AGI-IX > WS-AGI-COUNT
               PERFORM WRITE-AGINV-AGENCY
           END-PERFORM
           PERFORM WRITE-AGINV-SUMMARY
           CLOSE AGENCY-INVENTORY-FILE
           MOVE WS-AGI-TOT-AMT TO WS-EDIT-CASH
           DISPLAY "Agency inventory complete. Agencies: "
               WS-AGI-COUNT " accounts placed: " WS-AGI-TOT-CNT
               " balance: " WS-EDIT-CASH.

       ADD-AGENCY-INVENTORY.
           PERFORM SET-PLACEMENT-AGE
           MOVE 0 TO WS-AGI-FOUND
           PERFORM VARYING WS-AGI-IX FROM 1 BY 1
               UNTIL WS-AGI-IX > WS-AGI-COUNT
               IF WS-AGI-CODE(WS-AGI-IX) = WS-AGENCY-CODE
                   MOVE 1 TO WS-AGI-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AGI-FOUND = 0
               IF WS-AGI-COUNT < WS-AGI-TABLE-MAX
                   ADD 1 TO WS-AGI-COUNT
                   MOVE WS-AGI-COUNT TO WS-AGI-IX
                   INITIALIZE WS-AGI-ENTRY(WS-AGI-IX)
                   MOVE WS-AGENCY-CODE TO WS-AGI-CODE(WS-AGI-IX)
                   MOVE 1 TO WS-AGI-FOUND
               ELSE
                   DISPLAY "WARNING - agency table full; customer "
                       WS-CUSTOMER-ID " placed with agency "
                       WS-AGENCY-CODE " not reported."
               END-IF
           END-IF
           IF WS-AGI-FOUND = 1
               IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
                   MOVE ZEROS TO WS-CUSTOMER-BALANCE
               END-IF
               ADD 1 TO WS-AGI-CNT(WS-AGI-IX)
               ADD WS-CUSTOMER-BALANCE TO WS-AGI-AMT(WS-AGI-IX)
               ADD 1 TO WS-AGI-BKT-CNT(WS-AGI-IX, WS-AGI-BKT-IX)
               ADD WS-CUSTOMER-BALANCE
                   TO WS-AGI-BKT-AMT(WS-AGI-IX, WS-AGI-BKT-IX)
               ADD 1 TO WS-AGI-TOT-CNT
               ADD WS-CUSTOMER-BALANCE TO WS-AGI-TOT-AMT
               ADD 1 TO WS-AGI-TOT-BKT-CNT(WS-AGI-BKT-IX)
               ADD WS-CUSTOMER-BALANCE
                   TO WS-AGI-TOT-BKT-AMT(WS-AGI-BKT-IX)
               IF WS-AGL-COUNT < WS-AGL-TABLE-MAX
                   ADD 1 TO WS-AGL-COUNT
                   MOVE WS-AGENCY-CODE
                       TO WS-AGL-AGENCY(WS-AGL-COUNT)
                   MOVE WS-CUSTOMER-ID
                       TO WS-AGL-CUST-ID(WS-AGL-COUNT)
                   MOVE WS-CUSTOMER-NAME
                       TO WS-AGL-NAME(WS-AGL-COUNT)
                   MOVE WS-SEGMENT-CODE
                       TO WS-AGL-SEGMENT(WS-AGL-COUNT)
                   MOVE WS-CURRENCY-CODE
                       TO WS-AGL-CCY(WS-AGL-COUNT)
                   MOVE WS-CUSTOMER-BALANCE
                       TO WS-AGL-BALANCE(WS-AGL-COUNT)
                   MOVE WS-PLACED-DATE
                       TO WS-AGL-PLACED(WS-AGL-COUNT)
                   MOVE WS-AGI-DAYS TO WS-AGL-DAYS(WS-AGL-COUNT)
                   MOVE WS-AGI-BKT-IX TO WS-AGL-BKT(WS-AGL-COUNT)
               ELSE
                   DISPLAY "WARNING - placement detail table full; "
                       "customer " WS-CUSTOMER-ID " included in the "
                       "agency totals but not listed."
               END-IF
           END-IF.

       SET-PLACEMENT-AGE.
           MOVE ZEROS TO WS-AGI-DAYS
           IF WS-PLACED-DATE IS NUMERIC
              AND WS-PLACED-DATE NOT = ZEROS
               MOVE WS-PLACED-DATE TO WS-WORK-DATE
               IF WS-WORK-YYYY NOT < 1900
                  AND WS-WORK-MM NOT < 01 AND WS-WORK-MM NOT > 12
                  AND WS-WORK-DD NOT < 01 AND WS-WORK-DD NOT > 31
                   COMPUTE WS-AGI-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-PLACED-DATE)
               END-IF
           END-IF
           IF WS-AGI-DAYS < ZEROS
               MOVE ZEROS TO WS-AGI-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGI-DAYS NOT > 30
                   MOVE 1 TO WS-AGI-BKT-IX
               WHEN WS-AGI-DAYS NOT > 60
                   MOVE 2 TO WS-AGI-BKT-IX
               WHEN WS-AGI-DAYS NOT > 90
                   MOVE 3 TO WS-AGI-BKT-IX
               WHEN WS-AGI-DAYS NOT > 180
                   MOVE 4 TO WS-AGI-BKT-IX
               WHEN OTHER
                   MOVE 5 TO WS-AGI-BKT-IX
           END-EVALUATE.

       SET-AGINV-BUCKET-LABEL.
           EVALUATE WS-AGI-BKT-IX
               WHEN 1 MOVE "0-30 DAYS"    TO WS-AGI-BKT-LABEL
               WHEN 2 MOVE "31-60 DAYS"   TO WS-AGI-BKT-LABEL
               WHEN 3 MOVE "61-90 DAYS"   TO WS-AGI-BKT-LABEL
               WHEN 4 MOVE "91-180 DAYS"  TO WS-AGI-BKT-LABEL
               WHEN OTHER MOVE "OVER 180"  TO WS-AGI-BKT-LABEL
           END-EVALUATE.

       WRITE-AGINV-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COLLECTION AGENCY PLACEMENT INVENTORY"
                  DELIMITED BY SIZE
                  "       RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGINV-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AGCY CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                   SEG  CCY         BALANCE"
                  DELIMITED BY SIZE
                  "  PLACED     DAYS  AGE BAND" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGINV-LINE.

       WRITE-AGINV-AGENCY.
           PERFORM VARYING WS-AGL-IX FROM 1 BY 1
               UNTIL WS-AGL-IX > WS-AGL-COUNT
               IF WS-AGL-AGENCY(WS-AGL-IX) = WS-AGI-CODE(WS-AGI-IX)
                   PERFORM WRITE-AGINV-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-AGI-CNT(WS-AGI-IX) TO WS-EDIT-COUNT
           MOVE WS-AGI-AMT(WS-AGI-IX) TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AGENCY " DELIMITED BY SIZE
                  WS-AGI-CODE(WS-AGI-IX) DELIMITED BY SIZE
                  " TOTAL  ACCOUNTS " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  BALANCE " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGINV-LINE
           PERFORM VARYING WS-AGI-BKT-IX FROM 1 BY 1
               UNTIL WS-AGI-BKT-IX > 5
               PERFORM SET-AGINV-BUCKET-LABEL
               MOVE WS-AGI-BKT-CNT(WS-AGI-IX, WS-AGI-BKT-IX)
                   TO WS-EDIT-COUNT
               MOVE WS-AGI-BKT-AMT(WS-AGI-IX, WS-AGI-BKT-IX)
                   TO WS-EDIT-CASH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "     " DELIMITED BY SIZE
                      WS-AGI-BKT-LABEL DELIMITED BY SIZE
                      "  ACCOUNTS " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "  BALANCE " DELIMITED BY SIZE
                      WS-EDIT-CASH DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-AGINV-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-AGINV-LINE.

       WRITE-AGINV-DETAIL.
           MOVE WS-AGL-CUST-ID(WS-AGL-IX)  TO WS-EDIT-ID
           MOVE WS-AGL-BALANCE(WS-AGL-IX)  TO WS-EDIT-BALANCE
           MOVE WS-AGL-DAYS(WS-AGL-IX)     TO WS-AGI-EDIT-DAYS
           MOVE WS-AGL-BKT(WS-AGL-IX)      TO WS-AGI-BKT-IX
           PERFORM SET-AGINV-BUCKET-LABEL
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-AGL-AGENCY(WS-AGL-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGL-NAME(WS-AGL-IX) DELIMITED BY SIZE
                  WS-AGL-SEGMENT(WS-AGL-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGL-CCY(WS-AGL-IX) DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGL-PLACED(WS-AGL-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGI-EDIT-DAYS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGI-BKT-LABEL DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGINV-LINE.

       WRITE-AGINV-SUMMARY.
           MOVE WS-AGI-TOT-CNT TO WS-EDIT-COUNT
           MOVE WS-AGI-TOT-AMT TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALL AGENCIES TOTAL  ACCOUNTS " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  BALANCE " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-AGINV-LINE
           PERFORM VARYING WS-AGI-BKT-IX FROM 1 BY 1
               UNTIL WS-AGI-BKT-IX > 5
               PERFORM SET-AGINV-BUCKET-LABEL
               MOVE WS-AGI-TOT-BKT-CNT(WS-AGI-BKT-IX) TO WS-EDIT-COUNT
               MOVE WS-AGI-TOT-BKT-AMT(WS-AGI-BKT-IX) TO WS-EDIT-CASH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "     " DELIMITED BY SIZE
                      WS-AGI-BKT-LABEL DELIMITED BY SIZE
                      "  ACCOUNTS " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "  BALANCE " DELIMITED BY SIZE
                      WS-EDIT-CASH DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-AGINV-LINE
           END-PERFORM.

       WRITE-AGINV-LINE.
           MOVE WS-REPORT-LINE TO AGENCY-INVENTORY-LINE
           WRITE AGENCY-INVENTORY-LINE
           IF WS-AGY-INV-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "AGENCY-INVENTORY-FILE, status "
                   WS-AGY-INV-STATUS
               STOP RUN
           END-IF.

       CREDIT-REFUND-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-EXCHANGE-RATES
           COMPUTE WS-RFD-THRESHOLD = WS-RFD-MIN-CENTS / 100
           PERFORM LOAD-REFUND-PENDING
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND REFUND-PENDING-FILE
           IF WS-RFD-PEND-STATUS NOT = "00"
               OPEN OUTPUT REFUND-PENDING-FILE
               IF WS-RFD-PEND-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "REFUND-PENDING-FILE, status "
                       WS-RFD-PEND-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM OPEN-REFUND-OUTPUTS
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-RFD-EOF
           END-START
           PERFORM UNTIL WS-RFD-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-RFD-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM EVALUATE-REFUND-CANDIDATE
               END-READ
           END-PERFORM
           CLOSE REFUND-PENDING-FILE
           PERFORM CLOSE-REFUND-OUTPUTS
           CLOSE CUSTOMER-FILE
           MOVE WS-RFD-ISSUED-TOTAL TO WS-EDIT-CASH
           DISPLAY "Refund run complete. Refunds issued: "
               WS-RFD-ISSUED-COUNT " amount: " WS-EDIT-CASH
           MOVE WS-RFD-DEFER-TOTAL TO WS-EDIT-CASH
           DISPLAY "Refunds over the limit for operator "
               WS-OPERATOR-ID " awaiting approval: "
               WS-RFD-DEFER-COUNT " amount: " WS-EDIT-CASH
           DISPLAY "Credits withheld - hold or agency: "
               WS-RFD-HOLD-COUNT " dispute: " WS-RFD-DISP-COUNT
               " already pending: " WS-RFD-INPEND-COUNT
               " awaiting posting: " WS-RFD-INPOST-COUNT.

       EVALUATE-REFUND-CANDIDATE.
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
              OR WS-CUSTOMER-BALANCE NOT < ZEROS
               CONTINUE
           ELSE
               COMPUTE WS-RFD-AMOUNT = ZERO - WS-CUSTOMER-BALANCE
               PERFORM CHECK-REFUND-HOLDING
               IF WS-RFD-AMOUNT > WS-RFD-THRESHOLD
                  AND WS-RFD-DAYS NOT < WS-RFD-HOLD-DAYS
                   PERFORM SELECT-REFUND-CANDIDATE
               END-IF
           END-IF.

       CHECK-REFUND-HOLDING.
           IF WS-LAST-ACTIVITY-DATE IS NOT NUMERIC
              OR WS-LAST-ACTIVITY-DATE = ZEROS
               MOVE 9999 TO WS-RFD-DAYS
           ELSE
               MOVE WS-LAST-ACTIVITY-DATE TO WS-WORK-DATE
               IF WS-WORK-YYYY < 1900
                  OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
                  OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
                   MOVE 9999 TO WS-RFD-DAYS
               ELSE
                   COMPUTE WS-RFD-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY-DATE)
               END-IF
           END-IF.

       SELECT-REFUND-CANDIDATE.
           MOVE WS-OPERATOR-ID TO WS-RFD-ENTRY-OPER
           MOVE SPACES TO WS-RFD-APPROVER
           MOVE 0 TO WS-RFD-PENDING
           PERFORM VARYING WS-RFD-PEND-IX FROM 1 BY 1
               UNTIL WS-RFD-PEND-IX > WS-RFD-PEND-COUNT
               IF WS-RFD-PEND-ID(WS-RFD-PEND-IX) = WS-CUSTOMER-ID
                   PERFORM CHECK-REFUND-POSTED
                   IF WS-RFD-POSTED = 0
                       MOVE 1 TO WS-RFD-PENDING
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HOLD-FLAG = "H"
              OR WS-PLACED-FLAG = "P"
               ADD 1 TO WS-RFD-HOLD-COUNT
               MOVE "HELD" TO WS-RFD-ACTION
               PERFORM WRITE-REFREG-DETAIL
           ELSE
               IF WS-RFD-PENDING = 1
                   IF WS-RFD-PEND-STAT(WS-RFD-PEND-IX) = "I"
                       ADD 1 TO WS-RFD-INPOST-COUNT
                       MOVE "AWAIT POST" TO WS-RFD-ACTION
                   ELSE
                       ADD 1 TO WS-RFD-INPEND-COUNT
                       MOVE "AWAIT APPR" TO WS-RFD-ACTION
                   END-IF
                   PERFORM WRITE-REFREG-DETAIL
               ELSE
                   PERFORM BUILD-CUSTOMER-AGING
                   IF WS-DS-OPEN-AMT NOT = ZEROS
                       ADD 1 TO WS-RFD-DISP-COUNT
                       MOVE "DISPUTED" TO WS-RFD-ACTION
                       PERFORM WRITE-REFREG-DETAIL
                   ELSE
                       IF WS-RFD-AMOUNT > WS-OPER-LIMIT
                           PERFORM DEFER-LARGE-REFUND
                       ELSE
                           MOVE WS-OPERATOR-ID TO WS-RFD-APPROVER
                           PERFORM ISSUE-CREDIT-REFUND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DEFER-LARGE-REFUND.
           MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE WS-RFD-AMOUNT  TO RP-REFUND-AMOUNT
           MOVE WS-OPERATOR-ID TO RP-ENTRY-OPERATOR
           MOVE WS-BATCH-DATE  TO RP-ENTRY-DATE
           MOVE "A"            TO RP-STATUS
           MOVE SPACES         TO RP-REFUND-DOC
           WRITE REFUND-PENDING-RECORD
           IF WS-RFD-PEND-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "REFUND-PENDING-FILE, status "
                   WS-RFD-PEND-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-RFD-DEFER-COUNT
           ADD WS-RFD-AMOUNT TO WS-RFD-DEFER-TOTAL
           PERFORM SAVE-BEFORE-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           MOVE "PENDING" TO WS-RFD-ACTION
           PERFORM WRITE-REFREG-DETAIL.

       ISSUE-CREDIT-REFUND.
           MOVE 0 TO WS-RFD-APPLIED
           MOVE SPACES TO WS-RFD-DOC
           STRING "RF" DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-RFD-DOC
           MOVE WS-CUSTOMER-ID TO OI-CUSTOMER-ID
           MOVE WS-RFD-DOC     TO OI-DOC-NUMBER
           READ OPEN-ITEM-FILE
               INVALID KEY
                   PERFORM WRITE-REFUND-DEBIT
               NOT INVALID KEY
                   ADD 1 TO WS-RFD-HOLD-COUNT
                   MOVE "DUP DOC" TO WS-RFD-ACTION
                   PERFORM WRITE-REFREG-DETAIL
                   DISPLAY "Refund withheld - customer "
                       WS-CUSTOMER-ID " already has refund document "
                       WS-RFD-DOC "; rerun on a later date."
           END-READ.

       WRITE-REFUND-DEBIT.
           MOVE WS-CUSTOMER-ID  TO TR-CUSTOMER-ID
           MOVE "A"             TO TR-TRANS-TYPE
           MOVE WS-RFD-AMOUNT   TO TR-TRANS-AMOUNT
           MOVE WS-BATCH-DATE   TO TR-TRANS-DATE
           MOVE WS-RFD-DOC      TO TR-DOC-NUMBER
           MOVE ZEROS           TO TR-DUE-DATE
           WRITE DAILY-TRANS-RECORD
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "
                   "status " WS-DAILY-TRANS-STATUS
               STOP RUN
           END-IF
           MOVE WS-CUSTOMER-ID    TO RP-CUSTOMER-ID
           MOVE WS-RFD-AMOUNT     TO RP-REFUND-AMOUNT
           MOVE WS-RFD-ENTRY-OPER TO RP-ENTRY-OPERATOR
           MOVE WS-BATCH-DATE     TO RP-ENTRY-DATE
           MOVE "I"               TO RP-STATUS
           MOVE WS-RFD-DOC        TO RP-REFUND-DOC
           WRITE REFUND-PENDING-RECORD
           IF WS-RFD-PEND-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "REFUND-PENDING-FILE, status "
                   WS-RFD-PEND-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-RFD-APPLIED
           PERFORM WRITE-REFUND-AP-RECORD
           PERFORM ADD-REFUND-SEGMENT-TOTAL
           ADD 1 TO WS-RFD-ISSUED-COUNT
           ADD WS-RFD-AMOUNT TO WS-RFD-ISSUED-TOTAL
           MOVE "REFUNDED" TO WS-RFD-ACTION
           PERFORM WRITE-REFREG-DETAIL.

       CHECK-REFUND-POSTED.
           MOVE 0 TO WS-RFD-POSTED
           IF WS-RFD-PEND-STAT(WS-RFD-PEND-IX) = "I"
               MOVE WS-RFD-PEND-ID(WS-RFD-PEND-IX)  TO OI-CUSTOMER-ID
               MOVE WS-RFD-PEND-DOC(WS-RFD-PEND-IX) TO OI-DOC-NUMBER
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-RFD-POSTED
               END-READ
           END-IF.

       WRITE-REFUND-AP-RECORD.
           MOVE WS-CUSTOMER-ID    TO RA-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME  TO RA-CUSTOMER-NAME
           MOVE WS-CURRENCY-CODE  TO RA-CURRENCY-CODE
           MOVE WS-RFD-AMOUNT     TO RA-REFUND-AMOUNT
           MOVE WS-BATCH-DATE     TO RA-REFUND-DATE
           MOVE WS-RFD-ENTRY-OPER TO RA-ENTRY-OPERATOR
           MOVE WS-RFD-APPROVER   TO RA-APPROVER
           WRITE REFUND-AP-RECORD
           IF WS-RFD-AP-STATUS NOT = "00"
               DISPLAY "FATAL - error writing REFUND-AP-FILE, "
                   "status " WS-RFD-AP-STATUS
               STOP RUN
           END-IF.

       ADD-REFUND-SEGMENT-TOTAL.
           MOVE 0 TO WS-RFS-FOUND
           PERFORM VARYING WS-RFS-IX FROM 1 BY 1
               UNTIL WS-RFS-IX > WS-RFS-COUNT
               IF WS-RFS-CODE(WS-RFS-IX) = WS-SEGMENT-CODE
                   ADD WS-RFD-AMOUNT TO WS-RFS-AMT(WS-RFS-IX)
                   ADD 1 TO WS-RFS-CNT(WS-RFS-IX)
                   MOVE 1 TO WS-RFS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RFS-FOUND = 0
               IF WS-RFS-COUNT < 20
                   ADD 1 TO WS-RFS-COUNT
                   MOVE WS-SEGMENT-CODE
                       TO WS-RFS-CODE(WS-RFS-COUNT)
                   MOVE WS-RFD-AMOUNT
                       TO WS-RFS-AMT(WS-RFS-COUNT)
                   MOVE 1 TO WS-RFS-CNT(WS-RFS-COUNT)
               ELSE
                   DISPLAY "WARNING - refund segment table full; "
                       "segment " WS-SEGMENT-CODE " total not "
                       "carried to the GL extract."
               END-IF
           END-IF.

       LOAD-REFUND-PENDING.
           MOVE ZEROS TO WS-RFD-PEND-COUNT
           OPEN INPUT REFUND-PENDING-FILE
           IF WS-RFD-PEND-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ REFUND-PENDING-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           IF WS-RFD-PEND-COUNT < WS-RFD-PEND-MAX
                               ADD 1 TO WS-RFD-PEND-COUNT
                               MOVE RP-CUSTOMER-ID TO
                                   WS-RFD-PEND-ID(WS-RFD-PEND-COUNT)
                               IF RP-REFUND-AMOUNT IS NUMERIC
                                   MOVE RP-REFUND-AMOUNT TO
                                   WS-RFD-PEND-AMT(WS-RFD-PEND-COUNT)
                               ELSE
                                   MOVE ZEROS TO
                                   WS-RFD-PEND-AMT(WS-RFD-PEND-COUNT)
                               END-IF
                               MOVE RP-ENTRY-OPERATOR TO
                                   WS-RFD-PEND-OPER(WS-RFD-PEND-COUNT)
                               MOVE RP-ENTRY-DATE TO
                                   WS-RFD-PEND-DATE(WS-RFD-PEND-COUNT)
                               MOVE RP-STATUS TO
                                   WS-RFD-PEND-STAT(WS-RFD-PEND-COUNT)
                               MOVE RP-REFUND-DOC TO
                                   WS-RFD-PEND-DOC(WS-RFD-PEND-COUNT)
                           ELSE
                               DISPLAY "WARNING - pending refund "
                                   "table full at " WS-RFD-PEND-MAX
                                   " entries; remaining REFPEND "
                                   "records were not processed."
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-PENDING-FILE
           END-IF.

       REFUND-APPROVAL-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-REFUND-PENDING
           IF WS-RFD-PEND-COUNT = 0
               DISPLAY "No refunds awaiting approval."
               PERFORM RECORD-RUN-COMPLETION
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REFUND-PENDING-FILE
           IF WS-RFD-PEND-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open "
                   "REFUND-PENDING-FILE, status "
                   WS-RFD-PEND-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-REFUND-OUTPUTS
           PERFORM VARYING WS-RFD-PEND-IX FROM 1 BY 1
               UNTIL WS-RFD-PEND-IX > WS-RFD-PEND-COUNT
               IF WS-RFD-PEND-STAT(WS-RFD-PEND-IX) = "I"
                   PERFORM CHECK-ISSUED-REFUND
               ELSE
                   PERFORM APPROVE-PENDING-REFUND
               END-IF
           END-PERFORM
           CLOSE REFUND-PENDING-FILE
           PERFORM CLOSE-REFUND-OUTPUTS
           CLOSE CUSTOMER-FILE
           DISPLAY "Refund approval complete. Approved: "
               WS-RFD-ISSUED-COUNT " still pending: "
               WS-RFD-CARRY-COUNT " dropped: " WS-RFD-DROP-COUNT
           DISPLAY "Issued refunds posted and cleared: "
               WS-RFD-CLEAR-COUNT " awaiting posting: "
               WS-RFD-INPOST-COUNT.

       APPROVE-PENDING-REFUND.
           MOVE WS-RFD-PEND-AMT(WS-RFD-PEND-IX) TO WS-RFD-AMOUNT
           MOVE WS-RFD-PEND-OPER(WS-RFD-PEND-IX) TO WS-RFD-ENTRY-OPER
           MOVE WS-OPERATOR-ID TO WS-RFD-APPROVER
           MOVE WS-RFD-PEND-ID(WS-RFD-PEND-IX) TO CF-CUSTOMER-ID
           MOVE WS-RFD-PEND-ID(WS-RFD-PEND-IX) TO WS-CUSTOMER-ID
           MOVE SPACES TO WS-CUSTOMER-NAME
           MOVE SPACES TO WS-SEGMENT-CODE
           MOVE SPACES TO WS-CURRENCY-CODE
           MOVE ZEROS TO WS-LAST-ACTIVITY-DATE
           IF WS-RFD-ENTRY-OPER = WS-OPERATOR-ID
               ADD 1 TO WS-RFD-CARRY-COUNT
               PERFORM CARRY-PENDING-REFUND
               MOVE "SAME OPER" TO WS-RFD-ACTION
               PERFORM WRITE-REFREG-DETAIL
               DISPLAY "Approval withheld - refund for customer "
                   WS-CUSTOMER-ID " was entered by operator "
                   WS-OPERATOR-ID " and needs a different approver."
           ELSE
               READ CUSTOMER-FILE INTO WS-DATA-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RFD-DROP-COUNT
                       MOVE "DROPPED" TO WS-RFD-ACTION
                       PERFORM WRITE-REFREG-DETAIL
                       DISPLAY "Approval dropped - customer "
                           WS-CUSTOMER-ID " not found on master."
                   NOT INVALID KEY
                       PERFORM CHECK-APPROVED-REFUND
               END-READ
           END-IF.

       CHECK-APPROVED-REFUND.
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
              OR WS-CUSTOMER-BALANCE + WS-RFD-AMOUNT NOT = ZEROS
              OR WS-HOLD-FLAG = "H"
              OR WS-PLACED-FLAG = "P"
               ADD 1 TO WS-RFD-DROP-COUNT
               MOVE "DROPPED" TO WS-RFD-ACTION
               PERFORM WRITE-REFREG-DETAIL
               DISPLAY "Approval dropped - customer "
                   WS-CUSTOMER-ID " credit balance or status has "
                   "changed since the refund was entered; rerun RFND."
           ELSE
               PERFORM BUILD-CUSTOMER-AGING
               IF WS-DS-OPEN-AMT NOT = ZEROS
                   ADD 1 TO WS-RFD-DROP-COUNT
                   MOVE "DISPUTED" TO WS-RFD-ACTION
                   PERFORM WRITE-REFREG-DETAIL
                   DISPLAY "Approval dropped - customer "
                       WS-CUSTOMER-ID " has an open dispute."
               ELSE
                   PERFORM ISSUE-CREDIT-REFUND
                   IF WS-RFD-APPLIED = 0
                       ADD 1 TO WS-RFD-CARRY-COUNT
                       PERFORM CARRY-PENDING-REFUND
                   END-IF
               END-IF
           END-IF.

       CHECK-ISSUED-REFUND.
           PERFORM CHECK-REFUND-POSTED
           IF WS-RFD-POSTED = 1
               ADD 1 TO WS-RFD-CLEAR-COUNT
           ELSE
               ADD 1 TO WS-RFD-INPOST-COUNT
               PERFORM CARRY-PENDING-REFUND
               MOVE WS-RFD-PEND-ID(WS-RFD-PEND-IX) TO WS-CUSTOMER-ID
               MOVE WS-RFD-PEND-AMT(WS-RFD-PEND-IX) TO WS-RFD-AMOUNT
               MOVE WS-RFD-PEND-OPER(WS-RFD-PEND-IX)
                   TO WS-RFD-ENTRY-OPER
               MOVE SPACES TO WS-CUSTOMER-NAME
               MOVE SPACES TO WS-SEGMENT-CODE
               MOVE SPACES TO WS-CURRENCY-CODE
               MOVE ZEROS TO WS-LAST-ACTIVITY-DATE
               MOVE "AWAIT POST" TO WS-RFD-ACTION
               PERFORM WRITE-REFREG-DETAIL
           END-IF.

       CARRY-PENDING-REFUND.
           MOVE WS-RFD-PEND-ID(WS-RFD-PEND-IX)   TO RP-CUSTOMER-ID
           MOVE WS-RFD-PEND-AMT(WS-RFD-PEND-IX)  TO RP-REFUND-AMOUNT
           MOVE WS-RFD-PEND-OPER(WS-RFD-PEND-IX) TO RP-ENTRY-OPERATOR
           MOVE WS-RFD-PEND-DATE(WS-RFD-PEND-IX) TO RP-ENTRY-DATE
           MOVE WS-RFD-PEND-STAT(WS-RFD-PEND-IX) TO RP-STATUS
           MOVE WS-RFD-PEND-DOC(WS-RFD-PEND-IX)  TO RP-REFUND-DOC
           WRITE REFUND-PENDING-RECORD
           IF WS-RFD-PEND-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "REFUND-PENDING-FILE, status "
                   WS-RFD-PEND-STATUS
               STOP RUN
           END-IF.

       OPEN-REFUND-OUTPUTS.
           PERFORM OPEN-OPEN-ITEM-FILE
           PERFORM OPEN-DISPUTE-INPUT
           PERFORM OPEN-JOURNAL-FILES
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT DAILY-TRANS-FILE
               IF WS-DAILY-TRANS-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open DAILY-TRANS-FILE, "
                       "status " WS-DAILY-TRANS-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND REFUND-AP-FILE
           IF WS-RFD-AP-STATUS NOT = "00"
               OPEN OUTPUT REFUND-AP-FILE
               IF WS-RFD-AP-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open REFUND-AP-FILE, "
                       "status " WS-RFD-AP-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REFUND-REGISTER-FILE
           IF WS-RFD-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open REFUND-REGISTER-FILE, "
                   "status " WS-RFD-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-REFREG-HEADERS.

       CLOSE-REFUND-OUTPUTS.
           PERFORM WRITE-REFREG-TOTALS
           PERFORM CLOSE-JOURNAL-FILES
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM CLOSE-DISPUTE-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE REFUND-AP-FILE
           CLOSE REFUND-REGISTER-FILE
           IF WS-RFS-COUNT > 0
               PERFORM WRITE-REFUND-GL-EXTRACT
           END-IF.

       WRITE-REFUND-GL-EXTRACT.
           OPEN EXTEND REFUND-GL-FILE
           IF WS-RFD-GL-STATUS NOT = "00"
               OPEN OUTPUT REFUND-GL-FILE
               IF WS-RFD-GL-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "REFUND-GL-FILE, status "
                       WS-RFD-GL-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-RFS-IX FROM 1 BY 1
               UNTIL WS-RFS-IX > WS-RFS-COUNT
               MOVE WS-BATCH-DATE          TO RG-BATCH-DATE
               MOVE WS-RFS-CNT(WS-RFS-IX)  TO RG-RECORD-COUNT
               COMPUTE RG-TOTAL-BALANCE = WS-RFS-AMT(WS-RFS-IX)
                   ON SIZE ERROR
                       MOVE ZEROS TO RG-TOTAL-BALANCE
                       DISPLAY "Refund total for segment "
                           WS-RFS-CODE(WS-RFS-IX) " exceeds the GL "
                           "extract field; extract amount set to "
                           "zero - use the register figure."
               END-COMPUTE
               MOVE "N"                    TO RG-OVERFLOW-INDICATOR
               MOVE "REFND"                TO RG-SOURCE-CODE
               MOVE WS-RFS-CODE(WS-RFS-IX) TO RG-SEGMENT-CODE
               WRITE REFUND-GL-RECORD
               IF WS-RFD-GL-STATUS NOT = "00"
                   DISPLAY "FATAL - error writing REFUND-GL-FILE, "
                       "status " WS-RFD-GL-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE REFUND-GL-FILE.

       WRITE-REFREG-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RUN-MODE = "RFAPP"
               STRING "CREDIT BALANCE REFUND APPROVAL REGISTER"
                      DELIMITED BY SIZE
                      "     RUN DATE " DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                      "  APPROVER " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "CREDIT BALANCE REFUND REGISTER"
                      DELIMITED BY SIZE
                      "              RUN DATE " DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                      "  OPERATOR " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REFREG-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                   SEG  CCY   REFUND AMOUNT"
                  DELIMITED BY SIZE
                  "  LAST ACT  ENTERED BY  ACTION" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REFREG-LINE.

       WRITE-REFREG-DETAIL.
           MOVE WS-CUSTOMER-ID TO WS-EDIT-ID
           MOVE WS-RFD-AMOUNT  TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  WS-SEGMENT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENCY-CODE DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LAST-ACTIVITY-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RFD-ENTRY-OPER DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RFD-ACTION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REFREG-LINE.

       WRITE-REFREG-TOTALS.
           MOVE WS-RFD-ISSUED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUNDS ISSUED:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REFREG-LINE
           MOVE WS-RFD-ISSUED-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL REFUNDED:   " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REFREG-LINE
           IF WS-RUN-MODE = "RFAPP"
               MOVE WS-RFD-CARRY-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STILL PENDING:        " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
               MOVE WS-RFD-DROP-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DROPPED:              " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
               MOVE WS-RFD-CLEAR-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "POSTED AND CLEARED:   " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
           ELSE
               MOVE WS-RFD-DEFER-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SENT FOR APPROVAL:    " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
               MOVE WS-RFD-DEFER-TOTAL TO WS-EDIT-CASH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TOTAL PENDING:    " DELIMITED BY SIZE
                      WS-EDIT-CASH DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
               MOVE WS-RFD-HOLD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HELD - HOLD/AGENCY:   " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
               MOVE WS-RFD-DISP-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HELD - OPEN DISPUTE:  " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
               MOVE WS-RFD-INPEND-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ALREADY IN APPROVAL:  " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REFREG-LINE
           END-IF
           MOVE WS-RFD-INPOST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AWAITING POSTING:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REFREG-LINE.

       WRITE-REFREG-LINE.
           MOVE WS-REPORT-LINE TO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE
           IF WS-RFD-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "REFUND-REGISTER-FILE, status "
                   WS-RFD-REG-STATUS
               STOP RUN
           END-IF.

       GROUP-EXPOSURE-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-EXCHANGE-RATES
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-FILES
           OPEN OUTPUT GROUP-EXPOSURE-FILE
           IF WS-GRP-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open GROUP-EXPOSURE-FILE, "
                   "status " WS-GRP-RPT-STATUS
               STOP RUN
           END-IF
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-GRP-EOF
           END-START
           PERFORM UNTIL WS-GRP-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-GRP-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM LOAD-GROUP-MEMBER
               END-READ
           END-PERFORM
           PERFORM VARYING WS-GRM-IX FROM 1 BY 1
               UNTIL WS-GRM-IX > WS-GRM-COUNT
               PERFORM RESOLVE-GROUP-MEMBER
           END-PERFORM
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
               PERFORM EVALUATE-GROUP-EXPOSURE
           END-PERFORM
           PERFORM WRITE-GRPRPT-HEADERS
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
               PERFORM WRITE-GRPRPT-GROUP
           END-PERFORM
           IF WS-GRP-LOOP-COUNT > ZEROS
               PERFORM WRITE-GRPRPT-LINK-ERRORS
           END-IF
           PERFORM WRITE-GRPRPT-TOTALS
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-JOURNAL-FILES
           CLOSE GROUP-EXPOSURE-FILE
           MOVE WS-GRP-OVER-TOTAL TO WS-EDIT-CASH
           DISPLAY "Group exposure run complete. Groups: " WS-GRP-COUNT
               " over limit: " WS-GRP-OVER-COUNT
               " amount over: " WS-EDIT-CASH
           DISPLAY "Accounts placed on hold: " WS-GRP-HELD-COUNT
               " parent link errors: " WS-GRP-LOOP-COUNT
               " balances without a rate: " WS-GRP-NORATE-COUNT.

       LOAD-GROUP-MEMBER.
           IF WS-PARENT-ID IS NUMERIC
              AND WS-PARENT-ID NOT = ZEROS
              AND WS-PARENT-ID NOT = WS-CUSTOMER-ID
               IF WS-GRM-COUNT < WS-GRM-MAX
                   ADD 1 TO WS-GRM-COUNT
                   MOVE WS-GRM-COUNT     TO WS-GRM-IX
                   MOVE WS-CUSTOMER-ID   TO WS-GRM-ID(WS-GRM-IX)
                   MOVE WS-PARENT-ID     TO WS-GRM-PARENT(WS-GRM-IX)
                   MOVE ZEROS            TO WS-GRM-TOP(WS-GRM-IX)
                   MOVE WS-CUSTOMER-NAME TO WS-GRM-NAME(WS-GRM-IX)
                   MOVE WS-SEGMENT-CODE  TO WS-GRM-SEGMENT(WS-GRM-IX)
                   MOVE SPACES           TO WS-GRM-ACTION(WS-GRM-IX)
                   PERFORM SET-GROUP-BASE-BALANCE
                   MOVE WS-BASE-BALANCE  TO WS-GRM-BASE(WS-GRM-IX)
                   MOVE WS-GRP-RATE-OK   TO WS-GRM-RATE-OK(WS-GRM-IX)
               ELSE
                   ADD 1 TO WS-GRP-DROP-COUNT
                   DISPLAY "Group exposure warning - member table "
                       "full; customer " WS-CUSTOMER-ID
                       " not rolled up to its parent."
               END-IF
           END-IF.

       SET-GROUP-BASE-BALANCE.
           MOVE 1 TO WS-GRP-RATE-OK
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
               MOVE ZEROS TO WS-CUSTOMER-BALANCE
           END-IF
           MOVE 1 TO WS-VALID-RECORD
           PERFORM CONVERT-TO-BASE-CURRENCY
           IF WS-VALID-RECORD = 0
               MOVE 0 TO WS-GRP-RATE-OK
               MOVE ZEROS TO WS-BASE-BALANCE
               ADD 1 TO WS-GRP-NORATE-COUNT
               DISPLAY "Group exposure warning - " WS-REJECT-REASON
                   " for customer " WS-CUSTOMER-ID
                   "; balance not included in its group."
           END-IF.

       RESOLVE-GROUP-MEMBER.
           MOVE WS-GRM-PARENT(WS-GRM-IX) TO WS-GRM-CUR
           MOVE ZEROS TO WS-GRM-DEPTH
           MOVE 0 TO WS-GRM-RESOLVED
           PERFORM UNTIL WS-GRM-RESOLVED = 1
               PERFORM FIND-GROUP-MEMBER
               IF WS-GRM-FOUND = 0
                   MOVE WS-GRM-CUR TO WS-GRM-TOP(WS-GRM-IX)
                   MOVE 1 TO WS-GRM-RESOLVED
               ELSE
                   ADD 1 TO WS-GRM-DEPTH
                   IF WS-GRM-JX = WS-GRM-IX
                      OR WS-GRM-DEPTH > WS-GRM-DEPTH-MAX
                       MOVE ZEROS TO WS-GRM-TOP(WS-GRM-IX)
                       MOVE "LINK LOOP" TO WS-GRM-ACTION(WS-GRM-IX)
                       ADD 1 TO WS-GRP-LOOP-COUNT
                       MOVE 1 TO WS-GRM-RESOLVED
                   ELSE
                       MOVE WS-GRM-PARENT(WS-GRM-JX) TO WS-GRM-CUR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRM-TOP(WS-GRM-IX) NOT = ZEROS
               PERFORM ADD-GROUP-MEMBER-TOTAL
           END-IF.

       FIND-GROUP-MEMBER.
           MOVE 0 TO WS-GRM-FOUND
           PERFORM VARYING WS-GRM-JX FROM 1 BY 1
               UNTIL WS-GRM-JX > WS-GRM-COUNT
               IF WS-GRM-ID(WS-GRM-JX) = WS-GRM-CUR
                   MOVE 1 TO WS-GRM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-GROUP-MEMBER-TOTAL.
           MOVE 0 TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-COUNT
               IF WS-GRP-TOP-ID(WS-GRP-IX) = WS-GRM-TOP(WS-GRM-IX)
                   MOVE 1 TO WS-GRP-FOUND
                   EXIT PERFORM
               END-IF
               IF WS-GRP-TOP-ID(WS-GRP-IX) > WS-GRM-TOP(WS-GRM-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND = 0
               IF WS-GRP-COUNT < WS-GRP-MAX
                   PERFORM INSERT-GROUP-ENTRY
                   MOVE 1 TO WS-GRP-FOUND
               ELSE
                   ADD 1 TO WS-GRP-DROP-COUNT
                   DISPLAY "Group exposure warning - group table "
                       "full; parent " WS-GRM-TOP(WS-GRM-IX)
                       " not reported."
               END-IF
           END-IF
           IF WS-GRP-FOUND = 1
               ADD WS-GRM-BASE(WS-GRM-IX) TO WS-GRP-TOTAL(WS-GRP-IX)
               ADD 1 TO WS-GRP-MEMBERS(WS-GRP-IX)
           END-IF.

       INSERT-GROUP-ENTRY.
           PERFORM VARYING WS-GRP-JX FROM WS-GRP-COUNT BY -1
               UNTIL WS-GRP-JX < WS-GRP-IX
               MOVE WS-GRP-ENTRY(WS-GRP-JX)
                   TO WS-GRP-ENTRY(WS-GRP-JX + 1)
           END-PERFORM
           MOVE WS-GRM-TOP(WS-GRM-IX) TO WS-GRP-TOP-ID(WS-GRP-IX)
           MOVE SPACES TO WS-GRP-NAME(WS-GRP-IX)
           MOVE SPACES TO WS-GRP-SEGMENT(WS-GRP-IX)
           MOVE ZEROS  TO WS-GRP-OWN-BASE(WS-GRP-IX)
           MOVE ZEROS  TO WS-GRP-TOTAL(WS-GRP-IX)
           MOVE ZEROS  TO WS-GRP-LIMIT(WS-GRP-IX)
           MOVE ZEROS  TO WS-GRP-OVER(WS-GRP-IX)
           MOVE ZEROS  TO WS-GRP-MEMBERS(WS-GRP-IX)
           MOVE SPACES TO WS-GRP-STATE(WS-GRP-IX)
           MOVE SPACES TO WS-GRP-ACTION(WS-GRP-IX)
           ADD 1 TO WS-GRP-COUNT.

       EVALUATE-GROUP-EXPOSURE.
           MOVE WS-GRP-TOP-ID(WS-GRP-IX) TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE INTO WS-DATA-RECORD
               INVALID KEY
                   MOVE "NO PARENT" TO WS-GRP-STATE(WS-GRP-IX)
                   MOVE "PARENT NOT ON MASTER FILE"
                       TO WS-GRP-NAME(WS-GRP-IX)
               NOT INVALID KEY
                   PERFORM PRICE-GROUP-EXPOSURE
           END-READ.

       PRICE-GROUP-EXPOSURE.
           MOVE WS-CUSTOMER-NAME TO WS-GRP-NAME(WS-GRP-IX)
           MOVE WS-SEGMENT-CODE  TO WS-GRP-SEGMENT(WS-GRP-IX)
           PERFORM SET-GROUP-BASE-BALANCE
           MOVE WS-BASE-BALANCE TO WS-GRP-OWN-BASE(WS-GRP-IX)
           ADD WS-BASE-BALANCE TO WS-GRP-TOTAL(WS-GRP-IX)
           IF WS-GROUP-LIMIT IS NOT NUMERIC
              OR WS-GROUP-LIMIT NOT > ZEROS
               MOVE "NO LIMIT" TO WS-GRP-STATE(WS-GRP-IX)
           ELSE
               IF WS-GRP-RATE-OK = 0
                   MOVE "NO RATE" TO WS-GRP-STATE(WS-GRP-IX)
               ELSE
                   COMPUTE WS-GRP-LIMIT(WS-GRP-IX) ROUNDED =
                       WS-GROUP-LIMIT * WS-RATE-USED
                   IF WS-GRP-TOTAL(WS-GRP-IX) > WS-GRP-LIMIT(WS-GRP-IX)
                       COMPUTE WS-GRP-OVER(WS-GRP-IX) =
                           WS-GRP-TOTAL(WS-GRP-IX)
                               - WS-GRP-LIMIT(WS-GRP-IX)
                       MOVE "OVER LIMIT" TO WS-GRP-STATE(WS-GRP-IX)
                       ADD 1 TO WS-GRP-OVER-COUNT
                       ADD WS-GRP-OVER(WS-GRP-IX) TO WS-GRP-OVER-TOTAL
                       PERFORM APPLY-GROUP-HOLD
                       MOVE WS-GRP-HOLD-ACTION
                           TO WS-GRP-ACTION(WS-GRP-IX)
                       PERFORM VARYING WS-GRM-IX FROM 1 BY 1
                           UNTIL WS-GRM-IX > WS-GRM-COUNT
                           IF WS-GRM-TOP(WS-GRM-IX)
                               = WS-GRP-TOP-ID(WS-GRP-IX)
                               PERFORM HOLD-GROUP-CHILD
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE "WITHIN" TO WS-GRP-STATE(WS-GRP-IX)
                   END-IF
               END-IF
           END-IF.

       HOLD-GROUP-CHILD.
           MOVE WS-GRM-ID(WS-GRM-IX) TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NO MASTER" TO WS-GRM-ACTION(WS-GRM-IX)
               NOT INVALID KEY
                   PERFORM APPLY-GROUP-HOLD
                   MOVE WS-GRP-HOLD-ACTION TO WS-GRM-ACTION(WS-GRM-IX)
           END-READ.

       APPLY-GROUP-HOLD.
           IF CF-HOLD-FLAG = "H"
               MOVE "ON HOLD" TO WS-GRP-HOLD-ACTION
           ELSE
               PERFORM SAVE-BEFORE-IMAGE
               MOVE "H" TO CF-HOLD-FLAG
               REWRITE CF-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Group exposure warning - customer "
                           CF-CUSTOMER-ID " could not be placed on "
                           "hold."
                       MOVE "HOLD FAIL" TO WS-GRP-HOLD-ACTION
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-RECORD
                       ADD 1 TO WS-GRP-HELD-COUNT
                       MOVE "HELD" TO WS-GRP-HOLD-ACTION
               END-REWRITE
           END-IF.

       WRITE-GRPRPT-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROUP CREDIT EXPOSURE REPORT" DELIMITED BY SIZE
                  "            RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  BASE CURRENCY " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PARENT   CUSTOMER NAME" DELIMITED BY SIZE
                  "                 SEG       GROUP BALANCE"
                  DELIMITED BY SIZE
                  "       GROUP LIMIT       AMOUNT OVER"
                  DELIMITED BY SIZE
                  "  STATUS      ACTION" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE.

       WRITE-GRPRPT-GROUP.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-TOP-ID(WS-GRP-IX) TO WS-EDIT-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-GRP-NAME(WS-GRP-IX) DELIMITED BY SIZE
                  WS-GRP-SEGMENT(WS-GRP-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-GRP-TOTAL(WS-GRP-IX) TO WS-EDIT-CASH
           MOVE WS-EDIT-CASH TO WS-REPORT-LINE(45:18)
           IF WS-GRP-LIMIT(WS-GRP-IX) > ZEROS
               MOVE WS-GRP-LIMIT(WS-GRP-IX) TO WS-EDIT-CASH
               MOVE WS-EDIT-CASH TO WS-REPORT-LINE(63:18)
           END-IF
           MOVE WS-GRP-OVER(WS-GRP-IX) TO WS-EDIT-CASH
           MOVE WS-EDIT-CASH TO WS-REPORT-LINE(81:18)
           MOVE WS-GRP-STATE(WS-GRP-IX)  TO WS-REPORT-LINE(101:10)
           MOVE WS-GRP-ACTION(WS-GRP-IX) TO WS-REPORT-LINE(113:10)
           PERFORM WRITE-GRPRPT-LINE
           IF WS-GRP-STATE(WS-GRP-IX) NOT = "NO PARENT"
               MOVE WS-GRP-TOP-ID(WS-GRP-IX) TO WS-EDIT-ID
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-EDIT-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-GRP-NAME(WS-GRP-IX) DELIMITED BY SIZE
                      WS-GRP-SEGMENT(WS-GRP-IX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-GRP-OWN-BASE(WS-GRP-IX) TO WS-EDIT-CASH
               MOVE WS-EDIT-CASH TO WS-REPORT-LINE(45:18)
               MOVE "PARENT"                 TO WS-REPORT-LINE(101:10)
               MOVE WS-GRP-ACTION(WS-GRP-IX) TO WS-REPORT-LINE(113:10)
               PERFORM WRITE-GRPRPT-LINE
           END-IF
           PERFORM VARYING WS-GRM-IX FROM 1 BY 1
               UNTIL WS-GRM-IX > WS-GRM-COUNT
               IF WS-GRM-TOP(WS-GRM-IX) = WS-GRP-TOP-ID(WS-GRP-IX)
                   PERFORM WRITE-GRPRPT-MEMBER
                   MOVE "CHILD" TO WS-REPORT-LINE(101:10)
                   PERFORM WRITE-GRPRPT-LINE
               END-IF
           END-PERFORM.

       WRITE-GRPRPT-MEMBER.
           MOVE WS-GRM-ID(WS-GRM-IX) TO WS-EDIT-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GRM-NAME(WS-GRM-IX) DELIMITED BY SIZE
                  WS-GRM-SEGMENT(WS-GRM-IX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-GRM-BASE(WS-GRM-IX) TO WS-EDIT-CASH
           MOVE WS-EDIT-CASH TO WS-REPORT-LINE(45:18)
           MOVE WS-GRM-PARENT(WS-GRM-IX) TO WS-EDIT-ID
           MOVE "  PARENT " TO WS-REPORT-LINE(63:9)
           MOVE WS-EDIT-ID  TO WS-REPORT-LINE(72:5)
           IF WS-GRM-RATE-OK(WS-GRM-IX) = 0
              AND WS-GRM-ACTION(WS-GRM-IX) = SPACES
               MOVE "NO RATE" TO WS-REPORT-LINE(113:10)
           ELSE
               MOVE WS-GRM-ACTION(WS-GRM-IX) TO WS-REPORT-LINE(113:10)
           END-IF.

       WRITE-GRPRPT-LINK-ERRORS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PARENT LINK ERRORS - ACCOUNTS WHOSE PARENT CHAIN "
                  DELIMITED BY SIZE
                  "LOOPS BACK ON ITSELF; NOT ROLLED UP"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           PERFORM VARYING WS-GRM-IX FROM 1 BY 1
               UNTIL WS-GRM-IX > WS-GRM-COUNT
               IF WS-GRM-TOP(WS-GRM-IX) = ZEROS
                   PERFORM WRITE-GRPRPT-MEMBER
                   MOVE "LINK ERROR" TO WS-REPORT-LINE(101:10)
                   PERFORM WRITE-GRPRPT-LINE
               END-IF
           END-PERFORM.

       WRITE-GRPRPT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROUPS REPORTED:           " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-OVER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROUPS OVER LIMIT:         " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-OVER-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL OVER:     " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS PLACED ON HOLD:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-LOOP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PARENT LINK ERRORS:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           MOVE WS-GRP-NORATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BALANCES WITHOUT A RATE:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-GRPRPT-LINE
           IF WS-GRP-DROP-COUNT > ZEROS
               MOVE WS-GRP-DROP-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT ROLLED UP - TABLE FULL:" DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-GRPRPT-LINE
           END-IF.

       WRITE-GRPRPT-LINE.
           MOVE WS-REPORT-LINE TO GROUP-EXPOSURE-LINE
           WRITE GROUP-EXPOSURE-LINE
           IF WS-GRP-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing GROUP-EXPOSURE-FILE, "
                   "status " WS-GRP-RPT-STATUS
               STOP RUN
           END-IF.

       DD-ENROLMENT-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DD-ENROL-TRANS-FILE
           IF WS-DD-ENROL-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-ENROL-TRANS-FILE, "
                   "status " WS-DD-ENROL-STATUS
               STOP RUN
           END-IF
           OPEN I-O DD-MANDATE-FILE
           IF WS-DD-MAND-STATUS = "35"
               OPEN OUTPUT DD-MANDATE-FILE
               IF WS-DD-MAND-STATUS = "00"
                   CLOSE DD-MANDATE-FILE
                   OPEN I-O DD-MANDATE-FILE
               END-IF
           END-IF
           IF WS-DD-MAND-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-MANDATE-FILE, "
                   "status " WS-DD-MAND-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DD-ENROL-REGISTER-FILE
           IF WS-DD-ENR-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open "
                   "DD-ENROL-REGISTER-FILE, status "
                   WS-DD-ENR-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-DDENR-HEADERS
           PERFORM UNTIL WS-DD-EOF = 1
               READ DD-ENROL-TRANS-FILE
                   AT END MOVE 1 TO WS-DD-EOF
                   NOT AT END PERFORM APPLY-DD-ENROLMENT
               END-READ
           END-PERFORM
           PERFORM WRITE-DDENR-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE DD-ENROL-TRANS-FILE
           CLOSE DD-MANDATE-FILE
           CLOSE DD-ENROL-REGISTER-FILE
           DISPLAY "Direct debit enrolment complete. Applied: "
               WS-DD-APPLIED-COUNT " rejected: " WS-DD-REJECT-COUNT.

       APPLY-DD-ENROLMENT.
           MOVE SPACES TO WS-DD-REJECT-REASON
           MOVE SPACES TO WS-DD-DISPOSITION
           IF DE-CUSTOMER-ID IS NOT NUMERIC
              OR DE-CUSTOMER-ID = ZEROS
               MOVE "BAD ID" TO WS-DD-REJECT-REASON
           ELSE
               MOVE DE-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "NO MASTER" TO WS-DD-REJECT-REASON
               END-READ
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               MOVE DE-CUSTOMER-ID TO DM-CUSTOMER-ID
               READ DD-MANDATE-FILE
                   INVALID KEY
                       MOVE 0 TO WS-DD-FOUND
                   NOT INVALID KEY
                       MOVE 1 TO WS-DD-FOUND
               END-READ
               EVALUATE DE-ACTION
                   WHEN "E"
                       PERFORM ENROL-DIRECT-DEBIT
                   WHEN "C"
                       PERFORM CANCEL-DIRECT-DEBIT
                   WHEN OTHER
                       MOVE "BAD ACTION" TO WS-DD-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               ADD 1 TO WS-DD-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-DD-REJECT-COUNT
               MOVE SPACES TO WS-DD-DISPOSITION
               STRING "REJECTED " DELIMITED BY SIZE
                      WS-DD-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-DD-DISPOSITION
           END-IF
           PERFORM WRITE-DDENR-DETAIL.

       ENROL-DIRECT-DEBIT.
           IF DE-MANDATE-ID = SPACES
               MOVE "BAD MANDAT" TO WS-DD-REJECT-REASON
           ELSE
               IF DE-BANK-ROUTING IS NOT NUMERIC
                  OR DE-BANK-ROUTING = ZEROS
                  OR DE-BANK-ACCOUNT = SPACES
                   MOVE "BAD BANK" TO WS-DD-REJECT-REASON
               ELSE
                   IF DE-DEBIT-DAY IS NOT NUMERIC
                      OR DE-DEBIT-DAY < 01
                      OR DE-DEBIT-DAY > 31
                       MOVE "BAD DAY" TO WS-DD-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               IF WS-DD-FOUND = 1
                  AND DM-STATUS = "A"
                   MOVE "MANDATE REPLACED" TO WS-DD-DISPOSITION
               ELSE
                   MOVE "ENROLLED" TO WS-DD-DISPOSITION
               END-IF
               MOVE DE-CUSTOMER-ID  TO DM-CUSTOMER-ID
               MOVE "A"             TO DM-STATUS
               MOVE DE-MANDATE-ID   TO DM-MANDATE-ID
               MOVE DE-BANK-ROUTING TO DM-BANK-ROUTING
               MOVE DE-BANK-ACCOUNT TO DM-BANK-ACCOUNT
               MOVE DE-DEBIT-DAY    TO DM-DEBIT-DAY
               MOVE WS-BATCH-DATE   TO DM-ENROL-DATE
               MOVE WS-OPERATOR-ID  TO DM-ENROL-OPERATOR
               MOVE WS-BATCH-DATE   TO DM-CHANGE-DATE
               MOVE WS-OPERATOR-ID  TO DM-CHANGE-OPERATOR
               MOVE ZEROS           TO DM-RETURN-COUNT
               MOVE SPACE           TO DM-CANCEL-REASON
               MOVE WS-BATCH-DATE   TO WS-WORK-DATE
               IF WS-WORK-DD NOT < DE-DEBIT-DAY
                   MOVE WS-BATCH-DATE TO DM-LAST-CYCLE-DATE
               ELSE
                   IF WS-DD-FOUND = 0
                       MOVE ZEROS TO DM-LAST-CYCLE-DATE
                   END-IF
               END-IF
               IF WS-DD-FOUND = 1
                   PERFORM REWRITE-DD-MANDATE
               ELSE
                   MOVE ZEROS  TO DM-LAST-DEBIT-DATE
                   MOVE ZEROS  TO DM-LAST-DEBIT-AMOUNT
                   MOVE SPACES TO DM-LAST-DEBIT-REF
                   MOVE ZEROS  TO DM-LAST-RETURN-DATE
                   MOVE SPACES TO DM-LAST-RETURN-REF
                   WRITE DD-MANDATE-RECORD
                       INVALID KEY
                           DISPLAY "FATAL - error writing "
                               "DD-MANDATE-FILE, status "
                               WS-DD-MAND-STATUS
                           STOP RUN
                   END-WRITE
               END-IF
           END-IF.

       CANCEL-DIRECT-DEBIT.
           IF WS-DD-FOUND = 0
               MOVE "NO MANDATE" TO WS-DD-REJECT-REASON
           ELSE
               IF DM-STATUS NOT = "A"
                   MOVE "NOT ACTIVE" TO WS-DD-REJECT-REASON
               END-IF
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               MOVE "C"            TO DM-STATUS
               MOVE "O"            TO DM-CANCEL-REASON
               MOVE WS-BATCH-DATE  TO DM-CHANGE-DATE
               MOVE WS-OPERATOR-ID TO DM-CHANGE-OPERATOR
               PERFORM REWRITE-DD-MANDATE
               MOVE "ENROLMENT CANCELLED" TO WS-DD-DISPOSITION
           END-IF.

       REWRITE-DD-MANDATE.
           REWRITE DD-MANDATE-RECORD
               INVALID KEY
                   DISPLAY "FATAL - error rewriting "
                       "DD-MANDATE-FILE, status " WS-DD-MAND-STATUS
                   STOP RUN
           END-REWRITE.

       WRITE-DDENR-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DIRECT DEBIT ENROLMENT REGISTER" DELIMITED BY SIZE
                  "            RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDENR-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  ACT  MANDATE ID          ROUTING    "
                  DELIMITED BY SIZE
                  "BANK ACCOUNT       DAY  DISPOSITION"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDENR-LINE.

       WRITE-DDENR-DETAIL.
           IF DE-CUSTOMER-ID IS NUMERIC
               MOVE DE-CUSTOMER-ID TO WS-EDIT-ID
           ELSE
               MOVE ZEROS TO WS-EDIT-ID
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  DE-ACTION DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  DE-MANDATE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DE-BANK-ROUTING DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DE-BANK-ACCOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DE-DEBIT-DAY DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DD-DISPOSITION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDENR-LINE.

       WRITE-DDENR-TOTALS.
           MOVE WS-DD-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDENR-LINE
           MOVE WS-DD-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDENR-LINE.

       WRITE-DDENR-LINE.
           MOVE WS-REPORT-LINE TO DD-ENROL-REGISTER-LINE
           WRITE DD-ENROL-REGISTER-LINE
           IF WS-DD-ENR-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "DD-ENROL-REGISTER-FILE, status "
                   WS-DD-ENR-REG-STATUS
               STOP RUN
           END-IF.

       DD-COLLECTION-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           MOVE WS-BATCH-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DD TO WS-DD-RUN-DAY
           COMPUTE WS-DD-RUN-MONTH = WS-BATCH-DATE / 100
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE) + 1)
           IF WS-WORK-DD = 01
               MOVE 1 TO WS-DD-MONTH-END
           END-IF
           OPEN I-O DD-MANDATE-FILE
           IF WS-DD-MAND-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-MANDATE-FILE, "
                   "status " WS-DD-MAND-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           PERFORM OPEN-DISPUTE-INPUT
           PERFORM OPEN-PLAN-INPUT
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT DAILY-TRANS-FILE
               IF WS-DAILY-TRANS-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open DAILY-TRANS-FILE, "
                       "status " WS-DAILY-TRANS-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT DD-DEBIT-FILE
           IF WS-DD-DEBIT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-DEBIT-FILE, status "
                   WS-DD-DEBIT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DD-REGISTER-FILE
           IF WS-DD-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-REGISTER-FILE, "
                   "status " WS-DD-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-DDCOL-HEADERS
           MOVE ZEROS TO DM-CUSTOMER-ID
           START DD-MANDATE-FILE KEY IS NOT LESS THAN DM-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-DD-EOF
           END-START
           PERFORM UNTIL WS-DD-EOF = 1
               READ DD-MANDATE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DD-EOF
                   NOT AT END
                       IF WS-DD-MAND-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "DD-MANDATE-FILE, status "
                               WS-DD-MAND-STATUS
                           STOP RUN
                       END-IF
                       PERFORM EVALUATE-DIRECT-DEBIT
               END-READ
           END-PERFORM
           PERFORM WRITE-DDCOL-TOTALS
           CLOSE DD-MANDATE-FILE
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM CLOSE-DISPUTE-FILE
           PERFORM CLOSE-PLAN-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE DD-DEBIT-FILE
           CLOSE DD-REGISTER-FILE
           MOVE WS-DD-DEBIT-TOTAL TO WS-EDIT-CASH
           DISPLAY "Direct debit collection complete. Mandates due: "
               WS-DD-DUE-COUNT " debited: " WS-DD-DEBIT-COUNT
               " amount: " WS-EDIT-CASH
           DISPLAY "Nothing due: " WS-DD-NIL-COUNT
               " withheld: " WS-DD-SKIP-COUNT.

       EVALUATE-DIRECT-DEBIT.
           IF DM-STATUS = "A"
              AND DM-DEBIT-DAY IS NUMERIC
               MOVE DM-DEBIT-DAY TO WS-DD-DUE-DAY
               IF WS-DD-MONTH-END = 1
                  AND WS-DD-DUE-DAY > WS-DD-RUN-DAY
                   MOVE WS-DD-RUN-DAY TO WS-DD-DUE-DAY
               END-IF
               IF DM-LAST-CYCLE-DATE IS NUMERIC
                   COMPUTE WS-DD-CYCLE-MONTH = DM-LAST-CYCLE-DATE / 100
               ELSE
                   MOVE ZEROS TO WS-DD-CYCLE-MONTH
               END-IF
               IF WS-DD-RUN-DAY NOT < WS-DD-DUE-DAY
                  AND WS-DD-CYCLE-MONTH < WS-DD-RUN-MONTH
                   PERFORM COLLECT-DIRECT-DEBIT
               END-IF
           END-IF.

       COLLECT-DIRECT-DEBIT.
           ADD 1 TO WS-DD-DUE-COUNT
           MOVE SPACES TO WS-DD-ACTION
           MOVE ZEROS TO WS-DD-AMOUNT
           MOVE DM-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE INTO WS-DATA-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-NAME
                   MOVE SPACES TO WS-CURRENCY-CODE
                   MOVE "NO MASTER" TO WS-DD-ACTION
           END-READ
           IF WS-DD-ACTION = SPACES
               IF WS-PLACED-FLAG = "P"
                   MOVE "PLACED" TO WS-DD-ACTION
               ELSE
                   PERFORM CHECK-PLAN-KEPT
                   IF WS-PP-KEPT = 1
                       MOVE "ON PLAN" TO WS-DD-ACTION
                   END-IF
               END-IF
           END-IF
           IF WS-DD-ACTION = SPACES
               PERFORM CALCULATE-DEBIT-AMOUNT
               IF WS-DD-AMOUNT > ZEROS
                   PERFORM WRITE-DIRECT-DEBIT
               ELSE
                   MOVE "NOTHING DUE" TO WS-DD-ACTION
                   ADD 1 TO WS-DD-NIL-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-DD-SKIP-COUNT
           END-IF
           MOVE WS-BATCH-DATE TO DM-LAST-CYCLE-DATE
           PERFORM REWRITE-DD-MANDATE
           PERFORM WRITE-DDCOL-DETAIL.

       CALCULATE-DEBIT-AMOUNT.
           MOVE ZEROS TO WS-DD-AMOUNT
           IF WS-CUSTOMER-BALANCE IS NUMERIC
              AND WS-CUSTOMER-BALANCE > ZEROS
               PERFORM BUILD-CUSTOMER-AGING
               PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   IF WS-OI-OPEN(WS-OI-IX) > WS-OI-DISP(WS-OI-IX)
                      AND WS-OI-DUE(WS-OI-IX) NOT > WS-BATCH-DATE
                       COMPUTE WS-DD-AMOUNT = WS-DD-AMOUNT
                           + WS-OI-OPEN(WS-OI-IX)
                           - WS-OI-DISP(WS-OI-IX)
                   END-IF
               END-PERFORM
               IF WS-DD-AMOUNT > WS-DS-UNDISPUTED
                   MOVE WS-DS-UNDISPUTED TO WS-DD-AMOUNT
               END-IF
               IF WS-DD-AMOUNT < ZEROS
                   MOVE ZEROS TO WS-DD-AMOUNT
               END-IF
           END-IF.

       WRITE-DIRECT-DEBIT.
           MOVE SPACES TO WS-DD-REFERENCE
           STRING "DD" DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-DD-REFERENCE
           MOVE DM-CUSTOMER-ID   TO DB-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME TO DB-CUSTOMER-NAME
           MOVE DM-MANDATE-ID    TO DB-MANDATE-ID
           MOVE DM-BANK-ROUTING  TO DB-BANK-ROUTING
           MOVE DM-BANK-ACCOUNT  TO DB-BANK-ACCOUNT
           MOVE WS-CURRENCY-CODE TO DB-CURRENCY-CODE
           MOVE WS-DD-AMOUNT     TO DB-DEBIT-AMOUNT
           MOVE WS-BATCH-DATE    TO DB-COLLECTION-DATE
           MOVE WS-DD-REFERENCE  TO DB-REFERENCE
           WRITE DD-DEBIT-RECORD
           IF WS-DD-DEBIT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DD-DEBIT-FILE, status "
                   WS-DD-DEBIT-STATUS
               STOP RUN
           END-IF
           MOVE DM-CUSTOMER-ID  TO TR-CUSTOMER-ID
           MOVE "P"             TO TR-TRANS-TYPE
           MOVE WS-DD-AMOUNT    TO TR-TRANS-AMOUNT
           MOVE WS-BATCH-DATE   TO TR-TRANS-DATE
           MOVE WS-DD-REFERENCE TO TR-DOC-NUMBER
           MOVE ZEROS           TO TR-DUE-DATE
           WRITE DAILY-TRANS-RECORD
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "
                   "status " WS-DAILY-TRANS-STATUS
               STOP RUN
           END-IF
           MOVE WS-BATCH-DATE   TO DM-LAST-DEBIT-DATE
           MOVE WS-DD-AMOUNT    TO DM-LAST-DEBIT-AMOUNT
           MOVE WS-DD-REFERENCE TO DM-LAST-DEBIT-REF
           MOVE "DEBITED" TO WS-DD-ACTION
           ADD 1 TO WS-DD-DEBIT-COUNT
           ADD WS-DD-AMOUNT TO WS-DD-DEBIT-TOTAL
               ON SIZE ERROR
                   DISPLAY "Direct debit total overflow. Register "
                       "total may be inaccurate."
           END-ADD.

       WRITE-DDCOL-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DIRECT DEBIT COLLECTION REGISTER" DELIMITED BY SIZE
                  "           RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                 CCY   DEBIT AMOUNT"
                  DELIMITED BY SIZE
                  "    DAY MANDATE ID          REFERENCE    ACTION"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE.

       WRITE-DDCOL-DETAIL.
           MOVE DM-CUSTOMER-ID TO WS-EDIT-ID
           MOVE WS-DD-AMOUNT   TO WS-EDIT-AMOUNT
           IF WS-DD-ACTION NOT = "DEBITED"
               MOVE SPACES TO WS-DD-REFERENCE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  WS-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DM-DEBIT-DAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DM-MANDATE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DD-REFERENCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DD-ACTION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE.

       WRITE-DDCOL-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANDATES DUE:              " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-DEBIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEBITS SENT TO BANK:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-DEBIT-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL DEBITED:  " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-NIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOTHING DUE:               " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-SKIP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHELD:                  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE.

       DD-RETURN-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE WS-DD-FEE = WS-DD-FEE-CENTS / 100
           OPEN INPUT DD-RETURN-FILE
           IF WS-DD-RETURN-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-RETURN-FILE, status "
                   WS-DD-RETURN-STATUS
               STOP RUN
           END-IF
           OPEN I-O DD-MANDATE-FILE
           IF WS-DD-MAND-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-MANDATE-FILE, "
                   "status " WS-DD-MAND-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               OPEN OUTPUT DAILY-TRANS-FILE
               IF WS-DAILY-TRANS-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open DAILY-TRANS-FILE, "
                       "status " WS-DAILY-TRANS-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT DD-REGISTER-FILE
           IF WS-DD-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open DD-REGISTER-FILE, "
                   "status " WS-DD-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-DDRTN-HEADERS
           PERFORM UNTIL WS-DD-EOF = 1
               READ DD-RETURN-FILE
                   AT END MOVE 1 TO WS-DD-EOF
                   NOT AT END
                       IF WS-DD-RETURN-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "DD-RETURN-FILE, status "
                               WS-DD-RETURN-STATUS
                           STOP RUN
                       END-IF
                       PERFORM PROCESS-DIRECT-DEBIT-RETURN
               END-READ
           END-PERFORM
           PERFORM WRITE-DDRTN-TOTALS
           CLOSE DD-RETURN-FILE
           CLOSE DD-MANDATE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE DD-REGISTER-FILE
           MOVE WS-DD-RTN-TOTAL TO WS-EDIT-CASH
           DISPLAY "Direct debit returns complete. Records read: "
               WS-DD-RTN-READ-COUNT " reversed: " WS-DD-RTN-COUNT
               " amount: " WS-EDIT-CASH
           DISPLAY "Enrolments cancelled: " WS-DD-CANCEL-COUNT
               " rejected: " WS-DD-REJECT-COUNT.

       PROCESS-DIRECT-DEBIT-RETURN.
           ADD 1 TO WS-DD-RTN-READ-COUNT
           MOVE SPACES TO WS-DD-REJECT-REASON
           MOVE SPACES TO WS-DD-ACTION
           MOVE SPACES TO WS-DD-ENROL-STATE
           MOVE ZEROS TO WS-DD-FEE-CHARGED
           MOVE ZEROS TO WS-DD-RETURNS-SHOWN
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF BR-CUSTOMER-ID IS NOT NUMERIC
              OR BR-CUSTOMER-ID = ZEROS
               MOVE "BAD ID" TO WS-DD-REJECT-REASON
           ELSE
               MOVE BR-CUSTOMER-ID TO DM-CUSTOMER-ID
               READ DD-MANDATE-FILE
                   INVALID KEY
                       MOVE "NO MANDATE" TO WS-DD-REJECT-REASON
               END-READ
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               PERFORM VALIDATE-DIRECT-DEBIT-RETURN
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               MOVE BR-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE INTO WS-DATA-RECORD
                   INVALID KEY
                       MOVE "NO MASTER" TO WS-DD-REJECT-REASON
               END-READ
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               PERFORM REVERSE-DIRECT-DEBIT
           ELSE
               ADD 1 TO WS-DD-REJECT-COUNT
               MOVE "REJECTED" TO WS-DD-ACTION
               MOVE WS-DD-REJECT-REASON TO WS-DD-ENROL-STATE
           END-IF
           PERFORM WRITE-DDRTN-DETAIL.

       VALIDATE-DIRECT-DEBIT-RETURN.
           IF BR-MANDATE-ID NOT = DM-MANDATE-ID
               MOVE "BAD MANDAT" TO WS-DD-REJECT-REASON
           ELSE
               IF BR-REFERENCE = SPACES
                  OR BR-REFERENCE NOT = DM-LAST-DEBIT-REF
                   MOVE "UNMATCHED" TO WS-DD-REJECT-REASON
               ELSE
                   IF BR-REFERENCE = DM-LAST-RETURN-REF
                       MOVE "DUP RETURN" TO WS-DD-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               IF BR-RETURN-AMOUNT IS NOT NUMERIC
                   MOVE "BAD AMOUNT" TO WS-DD-REJECT-REASON
               ELSE
                   IF BR-RETURN-AMOUNT NOT = DM-LAST-DEBIT-AMOUNT
                       MOVE "BAD AMOUNT" TO WS-DD-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-DD-REJECT-REASON = SPACES
               IF BR-REASON-CODE NOT = "I"
                  AND BR-REASON-CODE NOT = "C"
                  AND BR-REASON-CODE NOT = "R"
                   MOVE "BAD REASON" TO WS-DD-REJECT-REASON
               END-IF
           END-IF.

       REVERSE-DIRECT-DEBIT.
           IF BR-RETURN-DATE IS NUMERIC
              AND BR-RETURN-DATE NOT = ZEROS
               MOVE BR-RETURN-DATE TO WS-DD-TRANS-DATE
           ELSE
               MOVE WS-BATCH-DATE TO WS-DD-TRANS-DATE
           END-IF
           MOVE BR-CUSTOMER-ID   TO TR-CUSTOMER-ID
           MOVE "P"              TO TR-TRANS-TYPE
           COMPUTE TR-TRANS-AMOUNT = ZERO - BR-RETURN-AMOUNT
           MOVE WS-DD-TRANS-DATE TO TR-TRANS-DATE
           MOVE SPACES           TO TR-DOC-NUMBER
           MOVE WS-BATCH-DATE    TO TR-DUE-DATE
           PERFORM WRITE-DD-TRANSACTION
           ADD 1 TO WS-DD-RTN-COUNT
           ADD BR-RETURN-AMOUNT TO WS-DD-RTN-TOTAL
           IF WS-DD-FEE > ZEROS
               MOVE BR-CUSTOMER-ID   TO TR-CUSTOMER-ID
               MOVE "C"              TO TR-TRANS-TYPE
               MOVE WS-DD-FEE        TO TR-TRANS-AMOUNT
               MOVE WS-DD-TRANS-DATE TO TR-TRANS-DATE
               MOVE SPACES           TO TR-DOC-NUMBER
               MOVE WS-BATCH-DATE    TO TR-DUE-DATE
               PERFORM WRITE-DD-TRANSACTION
               MOVE WS-DD-FEE TO WS-DD-FEE-CHARGED
               ADD WS-DD-FEE TO WS-DD-FEE-TOTAL
           END-IF
           MOVE "REVERSED" TO WS-DD-ACTION
           IF DM-RETURN-COUNT IS NOT NUMERIC
               MOVE ZEROS TO DM-RETURN-COUNT
           END-IF
           IF DM-RETURN-COUNT < 99
               ADD 1 TO DM-RETURN-COUNT
           END-IF
           MOVE WS-BATCH-DATE TO DM-LAST-RETURN-DATE
           MOVE BR-REFERENCE  TO DM-LAST-RETURN-REF
           MOVE DM-RETURN-COUNT TO WS-DD-RETURNS-SHOWN
           IF DM-STATUS = "A"
               IF BR-REASON-CODE = "C"
                  OR BR-REASON-CODE = "R"
                  OR DM-RETURN-COUNT NOT < WS-DD-RETURN-MAX
                   MOVE "C"            TO DM-STATUS
                   MOVE BR-REASON-CODE TO DM-CANCEL-REASON
                   MOVE WS-BATCH-DATE  TO DM-CHANGE-DATE
                   MOVE "DDRTN"        TO DM-CHANGE-OPERATOR
                   ADD 1 TO WS-DD-CANCEL-COUNT
                   MOVE "CANCELLED" TO WS-DD-ENROL-STATE
               ELSE
                   MOVE "ACTIVE" TO WS-DD-ENROL-STATE
               END-IF
           ELSE
               MOVE "INACTIVE" TO WS-DD-ENROL-STATE
           END-IF
           PERFORM REWRITE-DD-MANDATE.

       WRITE-DD-TRANSACTION.
           WRITE DAILY-TRANS-RECORD
           IF WS-DAILY-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DAILY-TRANS-FILE, "
                   "status " WS-DAILY-TRANS-STATUS
               STOP RUN
           END-IF.

       WRITE-DDRTN-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DIRECT DEBIT RETURNS REGISTER" DELIMITED BY SIZE
                  "              RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                 REFERENCE    RSN"
                  DELIMITED BY SIZE
                  "  RETURNED AMT          FEE RTNS"
                  DELIMITED BY SIZE
                  "  ACTION       ENROLMENT" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE.

       WRITE-DDRTN-DETAIL.
           IF BR-CUSTOMER-ID IS NUMERIC
               MOVE BR-CUSTOMER-ID TO WS-EDIT-ID
           ELSE
               MOVE ZEROS TO WS-EDIT-ID
           END-IF
           IF BR-RETURN-AMOUNT IS NUMERIC
               MOVE BR-RETURN-AMOUNT TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZEROS TO WS-EDIT-AMOUNT
           END-IF
           MOVE WS-DD-FEE-CHARGED TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  BR-REFERENCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BR-REASON-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  WS-EDIT-BALANCE(3:13) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DD-RETURNS-SHOWN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DD-ACTION DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DD-ENROL-STATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE.

       WRITE-DDRTN-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-RTN-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNS READ:              " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-RTN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYMENTS REVERSED:         " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-RTN-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL REVERSED: " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-FEE-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL FEES:     " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-CANCEL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENROLMENTS CANCELLED:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE
           MOVE WS-DD-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNS REJECTED:          " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DDREG-LINE.

       WRITE-DDREG-LINE.
           MOVE WS-REPORT-LINE TO DD-REGISTER-LINE
           WRITE DD-REGISTER-LINE
           IF WS-DD-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing DD-REGISTER-FILE, "
                   "status " WS-DD-REG-STATUS
               STOP RUN
           END-IF.

       SCORECARD-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-SUSPENSE-TABLE
           INITIALIZE WS-SC-TOTALS
           INITIALIZE WS-SC-SEG-TABLE
           MOVE ZEROS TO WS-SC-SEG-COUNT
           COMPUTE WS-SC-TODAY =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
           PERFORM SET-SCORE-MONTHS
           PERFORM LOAD-SCORE-HISTORY
           PERFORM LOAD-SCORE-SALES
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-OPEN-ITEM-INPUT
           IF WS-OI-AVAILABLE = 0
               DISPLAY "FATAL - OPEN-ITEM-FILE is required for mode "
                   WS-RUN-MODE "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCORECARD-FILE
           IF WS-SCORE-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open SCORECARD-FILE, status "
                   WS-SCORE-RPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CREDIT-REVIEW-FILE
           IF WS-REVIEW-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CREDIT-REVIEW-FILE, "
                   "status " WS-REVIEW-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-SCORE-HEADERS
           PERFORM WRITE-REVIEW-HEADERS
           MOVE 0 TO WS-SC-EOF
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-SC-EOF
           END-START
           PERFORM UNTIL WS-SC-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-SC-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM SCORE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM WRITE-SCORE-SEGMENTS
           PERFORM WRITE-SCORE-DSO
           PERFORM WRITE-SCORE-TOTALS
           PERFORM WRITE-REVIEW-TOTALS
           CLOSE SCORECARD-FILE
           CLOSE CREDIT-REVIEW-FILE
           DISPLAY "Payment scorecard complete. Customers scored: "
               WS-SC-CUST-COUNT " high risk: " WS-SC-HIGH-COUNT
           DISPLAY "Credit review list: increases "
               WS-SC-INCR-COUNT " decreases " WS-SC-DECR-COUNT
               " holds " WS-SC-HOLD-COUNT
               "; no master records were changed.".

       SET-SCORE-MONTHS.
           INITIALIZE WS-SC-MONTH-TABLE
           MOVE WS-BATCH-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DD TO WS-SC-MONTH-DAYS(6)
           MOVE 01 TO WS-WORK-DD
           COMPUTE WS-SC-MONTH(6) = WS-WORK-YYYY * 100 + WS-WORK-MM
           PERFORM VARYING WS-SC-MON-IX FROM 5 BY -1
               UNTIL WS-SC-MON-IX < 1
               MOVE WS-WORK-DATE TO WS-WORK-DATE-2
               IF WS-WORK-MM = 01
                   SUBTRACT 1 FROM WS-WORK-YYYY
                   MOVE 12 TO WS-WORK-MM
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               COMPUTE WS-SC-MONTH(WS-SC-MON-IX) =
                   WS-WORK-YYYY * 100 + WS-WORK-MM
               COMPUTE WS-SC-MONTH-DAYS(WS-SC-MON-IX) =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-2)
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-PERFORM.

       FIND-SCORE-MONTH.
           MOVE 0 TO WS-SC-MON-FOUND
           PERFORM VARYING WS-SC-MON-IX FROM 1 BY 1
               UNTIL WS-SC-MON-IX > 6
               IF WS-SC-MONTH(WS-SC-MON-IX) = WS-SC-MONTH-KEY
                   MOVE 1 TO WS-SC-MON-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SCORE-SEGMENT.
           MOVE 0 TO WS-SC-SEG-FOUND
           PERFORM VARYING WS-SC-SEG-IX FROM 1 BY 1
               UNTIL WS-SC-SEG-IX > WS-SC-SEG-COUNT
               IF WS-SC-SEG-CODE(WS-SC-SEG-IX) = WS-SC-SEG-KEY
                   MOVE 1 TO WS-SC-SEG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SC-SEG-FOUND = 0
               IF WS-SC-SEG-COUNT < 20
                   ADD 1 TO WS-SC-SEG-COUNT
                   MOVE WS-SC-SEG-COUNT TO WS-SC-SEG-IX
                   INITIALIZE WS-SC-SEG-ENTRY(WS-SC-SEG-IX)
                   MOVE WS-SC-SEG-KEY TO WS-SC-SEG-CODE(WS-SC-SEG-IX)
                   MOVE 1 TO WS-SC-SEG-FOUND
               ELSE
                   DISPLAY "WARNING - scorecard segment table full; "
                       "segment " WS-SC-SEG-KEY " shown in the "
                       "company figures only."
               END-IF
           END-IF.

       LOAD-SCORE-HISTORY.
           MOVE 0 TO WS-SC-HIST-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-SC-HIST-EOF = 1
                   READ HISTORY-FILE
                       AT END MOVE 1 TO WS-SC-HIST-EOF
                       NOT AT END
                           IF HST-RUN-DATE IS NUMERIC
                              AND HST-RUN-DATE NOT > WS-BATCH-DATE
                               PERFORM ADD-SCORE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "WARNING - unable to open HISTORY-FILE, status "
                   WS-HISTORY-FILE-STATUS "; days sales outstanding "
                   "cannot be calculated."
           END-IF.

       ADD-SCORE-HISTORY.
           MOVE HST-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-SC-MONTH-KEY = WS-WORK-YYYY * 100 + WS-WORK-MM
           PERFORM FIND-SCORE-MONTH
           IF WS-SC-MON-FOUND = 1
              AND HST-RUN-DATE NOT < WS-SC-HIST-DATE(WS-SC-MON-IX)
               MOVE HST-RUN-DATE TO WS-SC-HIST-DATE(WS-SC-MON-IX)
               IF HST-TOTAL-BALANCE IS NUMERIC
                   MOVE HST-TOTAL-BALANCE
                       TO WS-SC-CO-BAL(WS-SC-MON-IX)
               ELSE
                   MOVE ZEROS TO WS-SC-CO-BAL(WS-SC-MON-IX)
               END-IF
               PERFORM VARYING WS-SC-SEG-IX FROM 1 BY 1
                   UNTIL WS-SC-SEG-IX > WS-SC-SEG-COUNT
                   MOVE ZEROS
                       TO WS-SC-SEG-BAL(WS-SC-SEG-IX, WS-SC-MON-IX)
               END-PERFORM
               PERFORM VARYING WS-SC-HST-IX FROM 1 BY 1
                   UNTIL WS-SC-HST-IX > HST-SEGMENT-COUNT
                      OR WS-SC-HST-IX > 20
                   MOVE HST-SEG-CODE(WS-SC-HST-IX) TO WS-SC-SEG-KEY
                   PERFORM FIND-SCORE-SEGMENT
                   IF WS-SC-SEG-FOUND = 1
                      AND HST-SEG-SUBTOTAL(WS-SC-HST-IX) IS NUMERIC
                       ADD HST-SEG-SUBTOTAL(WS-SC-HST-IX)
                           TO WS-SC-SEG-BAL(WS-SC-SEG-IX, WS-SC-MON-IX)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-SCORE-SALES.
           MOVE 0 TO WS-SC-MV-EOF
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = "00"
               PERFORM UNTIL WS-SC-MV-EOF = 1
                   READ MOVEMENT-FILE
                       AT END MOVE 1 TO WS-SC-MV-EOF
                       NOT AT END
                           IF MV-BUSINESS-DATE IS NUMERIC
                              AND MV-BUSINESS-DATE NOT > WS-BATCH-DATE
                               PERFORM ADD-SCORE-SALES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           ELSE
               DISPLAY "WARNING - MOVEMENT-FILE not available, status "
                   WS-MOVEMENT-STATUS "; days sales outstanding "
                   "cannot be calculated."
           END-IF.

       ADD-SCORE-SALES.
           MOVE MV-BUSINESS-DATE TO WS-WORK-DATE
           COMPUTE WS-SC-MONTH-KEY = WS-WORK-YYYY * 100 + WS-WORK-MM
           PERFORM FIND-SCORE-MONTH
           IF WS-SC-MON-FOUND = 1
               PERFORM VARYING WS-SC-HST-IX FROM 1 BY 1
                   UNTIL WS-SC-HST-IX > MV-SEGMENT-COUNT
                      OR WS-SC-HST-IX > 20
                   IF MV-SEG-AMOUNT(WS-SC-HST-IX, 1) IS NUMERIC
                       ADD MV-SEG-AMOUNT(WS-SC-HST-IX, 1)
                           TO WS-SC-CO-SALES(WS-SC-MON-IX)
                       MOVE MV-SEG-CODE(WS-SC-HST-IX) TO WS-SC-SEG-KEY
                       PERFORM FIND-SCORE-SEGMENT
                       IF WS-SC-SEG-FOUND = 1
                           ADD MV-SEG-AMOUNT(WS-SC-HST-IX, 1)
                               TO WS-SC-SEG-SALES(WS-SC-SEG-IX,
                                                  WS-SC-MON-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       SCORE-CUSTOMER.
           ADD 1 TO WS-SC-CUST-COUNT
           INITIALIZE WS-SC-CUST
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
               MOVE ZEROS TO WS-CUSTOMER-BALANCE
           END-IF
           IF WS-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZEROS TO WS-CREDIT-LIMIT
           END-IF
           MOVE 0 TO WS-SC-OI-EOF
           MOVE WS-CUSTOMER-ID TO OI-CUSTOMER-ID
           MOVE LOW-VALUES TO OI-DOC-NUMBER
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-ITEM-KEY
               INVALID KEY MOVE 1 TO WS-SC-OI-EOF
           END-START
           PERFORM UNTIL WS-SC-OI-EOF = 1
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-SC-OI-EOF
                   NOT AT END
                       IF OI-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE 1 TO WS-SC-OI-EOF
                       ELSE
                           PERFORM SCORE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM COUNT-SCORE-SUSPENSE
           PERFORM SET-SCORE-AVERAGES
           PERFORM SET-SCORE-UTILISATION
           PERFORM SET-RISK-SCORE
           PERFORM ADD-SCORE-SEGMENT
           IF WS-SC-MEASURED > 0
              OR WS-SC-RETURN-COUNT > 0
              OR WS-SC-SUSP-COUNT > 0
              OR WS-CUSTOMER-BALANCE NOT = ZEROS
               ADD 1 TO WS-SC-LISTED-COUNT
               PERFORM WRITE-SCORE-DETAIL
           END-IF
           IF WS-PLACED-FLAG NOT = "P"
               PERFORM SET-CREDIT-RECOMMENDATION
               IF WS-SC-RECOMMEND NOT = SPACES
                   PERFORM WRITE-REVIEW-DETAIL
               END-IF
           END-IF.

       SCORE-OPEN-ITEM.
           IF OI-ORIGINAL-AMOUNT IS NUMERIC
              AND OI-OPEN-AMOUNT IS NUMERIC
               MOVE OI-LAST-APPLIED-DATE TO WS-WORK-DATE
               PERFORM CHECK-SCORE-DATE
               MOVE WS-SC-DATE-INT TO WS-SC-APPLIED-INT
               MOVE OI-DOC-DATE TO WS-WORK-DATE
               PERFORM CHECK-SCORE-DATE
               MOVE WS-SC-DATE-INT TO WS-SC-DOC-INT
               MOVE OI-DUE-DATE TO WS-WORK-DATE
               PERFORM CHECK-SCORE-DATE
               MOVE WS-SC-DATE-INT TO WS-SC-DUE-INT
               EVALUATE OI-DOC-TYPE
                   WHEN "R"
                       PERFORM SCORE-RETURNED-RECEIPT
                   WHEN "I"
                   WHEN "D"
                   WHEN "B"
                       IF OI-ORIGINAL-AMOUNT > ZEROS
                           IF OI-OPEN-AMOUNT = ZEROS
                               PERFORM SCORE-PAID-ITEM
                           ELSE
                               IF OI-OPEN-AMOUNT > ZEROS
                                   PERFORM SCORE-OVERDUE-ITEM
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-SCORE-DATE.
           MOVE ZEROS TO WS-SC-DATE-INT
           IF WS-WORK-DATE IS NUMERIC
              AND WS-WORK-DATE NOT = ZEROS
               IF WS-WORK-YYYY NOT < 1900
                  AND WS-WORK-MM NOT < 01 AND WS-WORK-MM NOT > 12
                  AND WS-WORK-DD NOT < 01 AND WS-WORK-DD NOT > 31
                   COMPUTE WS-SC-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               END-IF
           END-IF
           IF WS-SC-DATE-INT < ZEROS
               MOVE ZEROS TO WS-SC-DATE-INT
           END-IF.

       SCORE-PAID-ITEM.
           IF WS-SC-APPLIED-INT > ZEROS
              AND WS-SC-DOC-INT > ZEROS
              AND WS-SC-DUE-INT > ZEROS
               COMPUTE WS-SC-AGE = WS-SC-TODAY - WS-SC-APPLIED-INT
               IF WS-SC-AGE NOT < ZEROS
                  AND WS-SC-AGE NOT > WS-SC-WINDOW-DAYS
                   COMPUTE WS-SC-DAYS =
                       WS-SC-APPLIED-INT - WS-SC-DOC-INT
                   IF WS-SC-DAYS < ZEROS
                       MOVE ZEROS TO WS-SC-DAYS
                   END-IF
                   COMPUTE WS-SC-BEYOND =
                       WS-SC-APPLIED-INT - WS-SC-DUE-INT
                   IF WS-SC-BEYOND < ZEROS
                       MOVE ZEROS TO WS-SC-BEYOND
                   END-IF
                   ADD 1 TO WS-SC-PAID-COUNT
                   ADD WS-SC-DAYS TO WS-SC-DTP-SUM
                   PERFORM ADD-SCORE-BEYOND
               END-IF
           END-IF.

       SCORE-OVERDUE-ITEM.
           IF WS-SC-DUE-INT > ZEROS
              AND WS-SC-DUE-INT < WS-SC-TODAY
               COMPUTE WS-SC-BEYOND = WS-SC-TODAY - WS-SC-DUE-INT
               MOVE ZEROS TO WS-SC-AGE
               ADD 1 TO WS-SC-OPEN-LATE
               PERFORM ADD-SCORE-BEYOND
           END-IF.

       ADD-SCORE-BEYOND.
           ADD 1 TO WS-SC-MEASURED
           ADD WS-SC-BEYOND TO WS-SC-DBT-SUM
           IF WS-SC-BEYOND > ZEROS
               ADD 1 TO WS-SC-LATE-COUNT
           END-IF
           IF WS-SC-AGE NOT > WS-SC-RECENT-DAYS
               ADD 1 TO WS-SC-RECENT-COUNT
               ADD WS-SC-BEYOND TO WS-SC-RECENT-SUM
           ELSE
               ADD 1 TO WS-SC-PRIOR-COUNT
               ADD WS-SC-BEYOND TO WS-SC-PRIOR-SUM
           END-IF.

       SCORE-RETURNED-RECEIPT.
           IF WS-SC-DOC-INT > ZEROS
               COMPUTE WS-SC-AGE = WS-SC-TODAY - WS-SC-DOC-INT
               IF WS-SC-AGE NOT < ZEROS
                  AND WS-SC-AGE NOT > WS-SC-WINDOW-DAYS
                   ADD 1 TO WS-SC-RETURN-COUNT
               END-IF
           END-IF.

       COUNT-SCORE-SUSPENSE.
           MOVE WS-CUSTOMER-ID TO WS-SC-CUST-KEY
           PERFORM VARYING WS-SUSP-IX FROM 1 BY 1
               UNTIL WS-SUSP-IX > WS-SUSP-COUNT
               IF WS-SUSP-REF(WS-SUSP-IX)(1:5) = WS-SC-CUST-KEY
                   ADD 1 TO WS-SC-SUSP-COUNT
               END-IF
           END-PERFORM.

       SET-SCORE-AVERAGES.
           MOVE ZEROS TO WS-SC-AVG-DTP
           MOVE ZEROS TO WS-SC-AVG-DBT
           MOVE ZEROS TO WS-SC-AVG-RECENT
           MOVE ZEROS TO WS-SC-AVG-PRIOR
           MOVE ZEROS TO WS-SC-SLIP
           MOVE 0 TO WS-SC-SLIPPING
           IF WS-SC-PAID-COUNT > 0
               COMPUTE WS-SC-AVG-DTP ROUNDED =
                   WS-SC-DTP-SUM / WS-SC-PAID-COUNT
           END-IF
           IF WS-SC-MEASURED > 0
               COMPUTE WS-SC-AVG-DBT ROUNDED =
                   WS-SC-DBT-SUM / WS-SC-MEASURED
           END-IF
           IF WS-SC-RECENT-COUNT > 0
               COMPUTE WS-SC-AVG-RECENT ROUNDED =
                   WS-SC-RECENT-SUM / WS-SC-RECENT-COUNT
           END-IF
           IF WS-SC-PRIOR-COUNT > 0
               COMPUTE WS-SC-AVG-PRIOR ROUNDED =
                   WS-SC-PRIOR-SUM / WS-SC-PRIOR-COUNT
           END-IF
           IF WS-SC-RECENT-COUNT > 0
              AND WS-SC-PRIOR-COUNT > 0
               COMPUTE WS-SC-SLIP = WS-SC-AVG-RECENT - WS-SC-AVG-PRIOR
               IF WS-SC-SLIP > ZEROS
                  AND WS-SC-SLIP NOT < WS-SC-SLIP-DAYS
                   MOVE 1 TO WS-SC-SLIPPING
               END-IF
           END-IF.

       SET-SCORE-UTILISATION.
           MOVE 0 TO WS-SC-UTIL-OK
           MOVE ZEROS TO WS-SC-UTIL
           IF WS-CREDIT-LIMIT > ZEROS
               COMPUTE WS-SC-UTIL ROUNDED =
                   WS-CUSTOMER-BALANCE * 100 / WS-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-SC-UTIL
               END-COMPUTE
               MOVE 1 TO WS-SC-UTIL-OK
           END-IF.

       SET-RISK-SCORE.
           MOVE ZEROS TO WS-SC-SCORE
           IF WS-SC-MEASURED > 0
               COMPUTE WS-SC-PART ROUNDED =
                   WS-SC-LATE-COUNT * 40 / WS-SC-MEASURED
               ADD WS-SC-PART TO WS-SC-SCORE
               IF WS-SC-AVG-DBT > 60
                   ADD 30 TO WS-SC-SCORE
               ELSE
                   IF WS-SC-AVG-DBT > ZEROS
                       COMPUTE WS-SC-PART ROUNDED = WS-SC-AVG-DBT / 2
                       ADD WS-SC-PART TO WS-SC-SCORE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SC-RETURN-COUNT + WS-SC-SUSP-COUNT > 1
                   ADD 20 TO WS-SC-SCORE
               WHEN WS-SC-RETURN-COUNT + WS-SC-SUSP-COUNT = 1
                   ADD 10 TO WS-SC-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SC-SLIPPING = 1
               ADD 10 TO WS-SC-SCORE
           END-IF
           EVALUATE TRUE
               WHEN WS-SC-SCORE NOT < WS-SC-HOLD-SCORE
                   MOVE "HIGH" TO WS-SC-BAND
                   ADD 1 TO WS-SC-HIGH-COUNT
               WHEN WS-SC-SCORE NOT < 30
                   MOVE "MEDIUM" TO WS-SC-BAND
               WHEN OTHER
                   MOVE "LOW" TO WS-SC-BAND
           END-EVALUATE.

       ADD-SCORE-SEGMENT.
           ADD 1 TO WS-SC-CO-CUSTS
           ADD WS-SC-PAID-COUNT TO WS-SC-CO-PAID
           ADD WS-SC-DTP-SUM    TO WS-SC-CO-DTP-SUM
           ADD WS-SC-MEASURED   TO WS-SC-CO-MEASURED
           ADD WS-SC-DBT-SUM    TO WS-SC-CO-DBT-SUM
           ADD WS-SC-LATE-COUNT TO WS-SC-CO-LATE
           MOVE WS-SEGMENT-CODE TO WS-SC-SEG-KEY
           PERFORM FIND-SCORE-SEGMENT
           IF WS-SC-SEG-FOUND = 1
               ADD 1 TO WS-SC-SEG-CUSTS(WS-SC-SEG-IX)
               ADD WS-SC-PAID-COUNT TO WS-SC-SEG-PAID(WS-SC-SEG-IX)
               ADD WS-SC-DTP-SUM    TO WS-SC-SEG-DTP-SUM(WS-SC-SEG-IX)
               ADD WS-SC-MEASURED
                   TO WS-SC-SEG-MEASURED(WS-SC-SEG-IX)
               ADD WS-SC-DBT-SUM    TO WS-SC-SEG-DBT-SUM(WS-SC-SEG-IX)
               ADD WS-SC-LATE-COUNT TO WS-SC-SEG-LATE(WS-SC-SEG-IX)
               IF WS-SC-BAND = "HIGH"
                   ADD 1 TO WS-SC-SEG-HIGH(WS-SC-SEG-IX)
               END-IF
           END-IF.

       SET-CREDIT-RECOMMENDATION.
           MOVE SPACES TO WS-SC-RECOMMEND
           MOVE SPACES TO WS-SC-REASON
           MOVE ZEROS TO WS-SC-NEW-LIMIT
           IF WS-SC-SLIPPING = 1
               IF WS-SC-SCORE NOT < WS-SC-HOLD-SCORE
                  OR WS-CREDIT-LIMIT NOT > ZEROS
                   MOVE "HOLD" TO WS-SC-RECOMMEND
                   MOVE WS-CREDIT-LIMIT TO WS-SC-NEW-LIMIT
                   ADD 1 TO WS-SC-HOLD-COUNT
               ELSE
                   MOVE "DECREASE" TO WS-SC-RECOMMEND
                   IF WS-SC-DECR-PCT < 100
                       COMPUTE WS-SC-NEW-LIMIT ROUNDED =
                           WS-CREDIT-LIMIT
                           * (100 - WS-SC-DECR-PCT) / 100
                   END-IF
                   ADD 1 TO WS-SC-DECR-COUNT
               END-IF
               MOVE WS-SC-AVG-RECENT TO WS-SC-EDIT-DAYS
               MOVE WS-SC-AVG-PRIOR  TO WS-SC-EDIT-DAYS-2
               STRING "PAYMENTS SLIPPING - RECENT DAYS BEYOND TERMS"
                      DELIMITED BY SIZE
                      WS-SC-EDIT-DAYS DELIMITED BY SIZE
                      " AGAINST" DELIMITED BY SIZE
                      WS-SC-EDIT-DAYS-2 DELIMITED BY SIZE
                      " EARLIER" DELIMITED BY SIZE
                   INTO WS-SC-REASON
           ELSE
               IF WS-SC-PAID-COUNT > 0
                  AND WS-SC-LATE-COUNT = 0
                  AND WS-SC-RETURN-COUNT = 0
                  AND WS-SC-SUSP-COUNT = 0
                  AND WS-SC-UTIL-OK = 1
                  AND WS-SC-UTIL NOT < WS-SC-UTIL-PCT
                   MOVE "INCREASE" TO WS-SC-RECOMMEND
                   COMPUTE WS-SC-NEW-LIMIT ROUNDED =
                       WS-CREDIT-LIMIT * (100 + WS-SC-INCR-PCT) / 100
                       ON SIZE ERROR
                           MOVE WS-CREDIT-LIMIT TO WS-SC-NEW-LIMIT
                   END-COMPUTE
                   ADD 1 TO WS-SC-INCR-COUNT
                   MOVE WS-SC-PAID-COUNT TO WS-SC-EDIT-CNT
                   MOVE WS-SC-UTIL TO WS-EDIT-ID
                   STRING "PROMPT PAYER - " DELIMITED BY SIZE
                          WS-SC-EDIT-CNT DELIMITED BY SIZE
                          " ITEMS PAID WITHIN TERMS, USING"
                          DELIMITED BY SIZE
                          WS-EDIT-ID DELIMITED BY SIZE
                          "% OF LIMIT" DELIMITED BY SIZE
                       INTO WS-SC-REASON
               END-IF
           END-IF.

       WRITE-SCORE-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMER PAYMENT BEHAVIOUR SCORECARD"
                  DELIMITED BY SIZE
                  "        RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE WS-SC-WINDOW-DAYS TO WS-EDIT-ID
           MOVE WS-SC-RECENT-DAYS TO WS-SC-EDIT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYMENT HISTORY WINDOW" DELIMITED BY SIZE
                  WS-EDIT-ID DELIMITED BY SIZE
                  " DAYS   RECENT PERIOD" DELIMITED BY SIZE
                  WS-SC-EDIT-CNT DELIMITED BY SIZE
                  " DAYS   DTP = DAYS TO PAY   DBT = DAYS BEYOND "
                  DELIMITED BY SIZE
                  "TERMS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "CUST ID"       TO WS-REPORT-LINE(1:7)
           MOVE "CUSTOMER NAME" TO WS-REPORT-LINE(9:13)
           MOVE "SEG"           TO WS-REPORT-LINE(41:3)
           MOVE "PAID"          TO WS-REPORT-LINE(46:4)
           MOVE "AVG DTP"       TO WS-REPORT-LINE(53:7)
           MOVE "AVG DBT"       TO WS-REPORT-LINE(62:7)
           MOVE "LATE"          TO WS-REPORT-LINE(71:4)
           MOVE "RTN"           TO WS-REPORT-LINE(77:3)
           MOVE "SUSP"          TO WS-REPORT-LINE(81:4)
           MOVE "RCNT DBT"      TO WS-REPORT-LINE(87:8)
           MOVE "PRIOR DBT"     TO WS-REPORT-LINE(95:9)
           MOVE "UTIL%"         TO WS-REPORT-LINE(107:5)
           MOVE "SCR"           TO WS-REPORT-LINE(114:3)
           MOVE "RISK"          TO WS-REPORT-LINE(119:4)
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CUSTOMER-ID TO WS-EDIT-ID
           MOVE WS-EDIT-ID       TO WS-REPORT-LINE(1:5)
           MOVE WS-CUSTOMER-NAME TO WS-REPORT-LINE(9:30)
           MOVE WS-SEGMENT-CODE  TO WS-REPORT-LINE(41:4)
           MOVE WS-SC-PAID-COUNT TO WS-SC-EDIT-CNT
           MOVE WS-SC-EDIT-CNT   TO WS-REPORT-LINE(46:4)
           IF WS-SC-PAID-COUNT > 0
               MOVE WS-SC-AVG-DTP TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(52:8)
           ELSE
               MOVE "     N/A" TO WS-REPORT-LINE(52:8)
           END-IF
           IF WS-SC-MEASURED > 0
               MOVE WS-SC-AVG-DBT TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(61:8)
           ELSE
               MOVE "     N/A" TO WS-REPORT-LINE(61:8)
           END-IF
           MOVE WS-SC-LATE-COUNT TO WS-SC-EDIT-CNT
           MOVE WS-SC-EDIT-CNT   TO WS-REPORT-LINE(71:4)
           MOVE WS-SC-RETURN-COUNT TO WS-SC-EDIT-CNT
           MOVE WS-SC-EDIT-CNT   TO WS-REPORT-LINE(76:4)
           MOVE WS-SC-SUSP-COUNT TO WS-SC-EDIT-CNT
           MOVE WS-SC-EDIT-CNT   TO WS-REPORT-LINE(81:4)
           IF WS-SC-RECENT-COUNT > 0
               MOVE WS-SC-AVG-RECENT TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(87:8)
           ELSE
               MOVE "     N/A" TO WS-REPORT-LINE(87:8)
           END-IF
           IF WS-SC-PRIOR-COUNT > 0
               MOVE WS-SC-AVG-PRIOR TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(96:8)
           ELSE
               MOVE "     N/A" TO WS-REPORT-LINE(96:8)
           END-IF
           IF WS-SC-UTIL-OK = 1
               MOVE WS-SC-UTIL TO WS-SC-EDIT-UTIL
               MOVE WS-SC-EDIT-UTIL TO WS-REPORT-LINE(106:6)
           ELSE
               MOVE "   N/A" TO WS-REPORT-LINE(106:6)
           END-IF
           MOVE WS-SC-SCORE TO WS-SC-EDIT-SCORE
           MOVE WS-SC-EDIT-SCORE TO WS-REPORT-LINE(114:3)
           MOVE WS-SC-BAND       TO WS-REPORT-LINE(119:6)
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-SEGMENTS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYMENT BEHAVIOUR BY SEGMENT" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "SEGMENT"    TO WS-REPORT-LINE(1:7)
           MOVE "CUSTOMERS"  TO WS-REPORT-LINE(11:9)
           MOVE "PAID ITEMS" TO WS-REPORT-LINE(22:10)
           MOVE "AVG DTP"    TO WS-REPORT-LINE(36:7)
           MOVE "AVG DBT"    TO WS-REPORT-LINE(46:7)
           MOVE "LATE ITEMS" TO WS-REPORT-LINE(55:10)
           MOVE "HIGH RISK"  TO WS-REPORT-LINE(68:9)
           PERFORM WRITE-SCORE-LINE
           PERFORM VARYING WS-SC-SEG-IX FROM 1 BY 1
               UNTIL WS-SC-SEG-IX > WS-SC-SEG-COUNT
               IF WS-SC-SEG-CUSTS(WS-SC-SEG-IX) > 0
                   MOVE WS-SC-SEG-CODE(WS-SC-SEG-IX) TO WS-SC-ROW-LABEL
                   MOVE WS-SC-SEG-CUSTS(WS-SC-SEG-IX) TO WS-SC-R-CUSTS
                   MOVE WS-SC-SEG-PAID(WS-SC-SEG-IX)  TO WS-SC-R-PAID
                   MOVE WS-SC-SEG-DTP-SUM(WS-SC-SEG-IX)
                       TO WS-SC-R-DTP-SUM
                   MOVE WS-SC-SEG-MEASURED(WS-SC-SEG-IX)
                       TO WS-SC-R-MEASURED
                   MOVE WS-SC-SEG-DBT-SUM(WS-SC-SEG-IX)
                       TO WS-SC-R-DBT-SUM
                   MOVE WS-SC-SEG-LATE(WS-SC-SEG-IX)  TO WS-SC-R-LATE
                   MOVE WS-SC-SEG-HIGH(WS-SC-SEG-IX)  TO WS-SC-R-HIGH
                   PERFORM WRITE-SCORE-SUMMARY-ROW
               END-IF
           END-PERFORM
           MOVE "COMPANY"         TO WS-SC-ROW-LABEL
           MOVE WS-SC-CO-CUSTS    TO WS-SC-R-CUSTS
           MOVE WS-SC-CO-PAID     TO WS-SC-R-PAID
           MOVE WS-SC-CO-DTP-SUM  TO WS-SC-R-DTP-SUM
           MOVE WS-SC-CO-MEASURED TO WS-SC-R-MEASURED
           MOVE WS-SC-CO-DBT-SUM  TO WS-SC-R-DBT-SUM
           MOVE WS-SC-CO-LATE     TO WS-SC-R-LATE
           MOVE WS-SC-HIGH-COUNT  TO WS-SC-R-HIGH
           PERFORM WRITE-SCORE-SUMMARY-ROW.

       WRITE-SCORE-SUMMARY-ROW.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SC-ROW-LABEL TO WS-REPORT-LINE(1:8)
           MOVE WS-SC-R-CUSTS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(13:7)
           MOVE WS-SC-R-PAID TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(25:7)
           IF WS-SC-R-PAID > 0
               COMPUTE WS-SC-AVG-DTP ROUNDED =
                   WS-SC-R-DTP-SUM / WS-SC-R-PAID
               MOVE WS-SC-AVG-DTP TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(35:8)
           ELSE
               MOVE "     N/A" TO WS-REPORT-LINE(35:8)
           END-IF
           IF WS-SC-R-MEASURED > 0
               COMPUTE WS-SC-AVG-DBT ROUNDED =
                   WS-SC-R-DBT-SUM / WS-SC-R-MEASURED
               MOVE WS-SC-AVG-DBT TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(45:8)
           ELSE
               MOVE "     N/A" TO WS-REPORT-LINE(45:8)
           END-IF
           MOVE WS-SC-R-LATE TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(58:7)
           MOVE WS-SC-R-HIGH TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(70:7)
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-DSO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAYS SALES OUTSTANDING - MONTH-END BALANCE / "
                  DELIMITED BY SIZE
                  "CHARGES POSTED IN MONTH X DAYS IN MONTH"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "(CURRENT MONTH MEASURED TO RUN DATE; CHANGE IS "
                  DELIMITED BY SIZE
                  "AGAINST THE AVERAGE OF THE PRIOR MONTHS)"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "SEGMENT" TO WS-REPORT-LINE(1:7)
           PERFORM VARYING WS-SC-MON-IX FROM 1 BY 1
               UNTIL WS-SC-MON-IX > 6
               COMPUTE WS-SC-COL = 13 + (WS-SC-MON-IX - 1) * 10
               MOVE WS-SC-MONTH(WS-SC-MON-IX)
                   TO WS-REPORT-LINE(WS-SC-COL:6)
           END-PERFORM
           MOVE "CHANGE" TO WS-REPORT-LINE(73:6)
           MOVE "TREND"  TO WS-REPORT-LINE(81:5)
           PERFORM WRITE-SCORE-LINE
           PERFORM VARYING WS-SC-SEG-IX FROM 1 BY 1
               UNTIL WS-SC-SEG-IX > WS-SC-SEG-COUNT
               MOVE WS-SC-SEG-CODE(WS-SC-SEG-IX) TO WS-SC-ROW-LABEL
               PERFORM VARYING WS-SC-MON-IX FROM 1 BY 1
                   UNTIL WS-SC-MON-IX > 6
                   MOVE WS-SC-SEG-BAL(WS-SC-SEG-IX, WS-SC-MON-IX)
                       TO WS-SC-ROW-BAL(WS-SC-MON-IX)
                   MOVE WS-SC-SEG-SALES(WS-SC-SEG-IX, WS-SC-MON-IX)
                       TO WS-SC-ROW-SALES(WS-SC-MON-IX)
               END-PERFORM
               PERFORM WRITE-SCORE-DSO-ROW
           END-PERFORM
           MOVE "COMPANY" TO WS-SC-ROW-LABEL
           PERFORM VARYING WS-SC-MON-IX FROM 1 BY 1
               UNTIL WS-SC-MON-IX > 6
               MOVE WS-SC-CO-BAL(WS-SC-MON-IX)
                   TO WS-SC-ROW-BAL(WS-SC-MON-IX)
               MOVE WS-SC-CO-SALES(WS-SC-MON-IX)
                   TO WS-SC-ROW-SALES(WS-SC-MON-IX)
           END-PERFORM
           PERFORM WRITE-SCORE-DSO-ROW.

       WRITE-SCORE-DSO-ROW.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SC-ROW-LABEL TO WS-REPORT-LINE(1:8)
           MOVE ZEROS TO WS-SC-DSO-PRIOR-SUM
           MOVE 0 TO WS-SC-DSO-PRIOR-CNT
           MOVE 0 TO WS-SC-DSO-CUR-OK
           PERFORM VARYING WS-SC-MON-IX FROM 1 BY 1
               UNTIL WS-SC-MON-IX > 6
               COMPUTE WS-SC-COL = 11 + (WS-SC-MON-IX - 1) * 10
               PERFORM SET-SCORE-DSO
               IF WS-SC-DSO-OK = 1
                   MOVE WS-SC-DSO TO WS-SC-EDIT-DAYS
                   MOVE WS-SC-EDIT-DAYS
                       TO WS-REPORT-LINE(WS-SC-COL:8)
                   IF WS-SC-MON-IX = 6
                       MOVE WS-SC-DSO TO WS-SC-DSO-CUR
                       MOVE 1 TO WS-SC-DSO-CUR-OK
                   ELSE
                       ADD WS-SC-DSO TO WS-SC-DSO-PRIOR-SUM
                       ADD 1 TO WS-SC-DSO-PRIOR-CNT
                   END-IF
               ELSE
                   MOVE "     N/A" TO WS-REPORT-LINE(WS-SC-COL:8)
               END-IF
           END-PERFORM
           MOVE "NO TREND" TO WS-SC-TREND
           IF WS-SC-DSO-CUR-OK = 1
              AND WS-SC-DSO-PRIOR-CNT > 0
               COMPUTE WS-SC-DSO-CHANGE ROUNDED = WS-SC-DSO-CUR
                   - WS-SC-DSO-PRIOR-SUM / WS-SC-DSO-PRIOR-CNT
               MOVE WS-SC-DSO-CHANGE TO WS-SC-EDIT-DAYS
               MOVE WS-SC-EDIT-DAYS TO WS-REPORT-LINE(71:8)
               EVALUATE TRUE
                   WHEN WS-SC-DSO-CHANGE > WS-SC-SLIP-DAYS
                       MOVE "WORSENING" TO WS-SC-TREND
                   WHEN WS-SC-DSO-CHANGE < ZERO - WS-SC-SLIP-DAYS
                       MOVE "IMPROVING" TO WS-SC-TREND
                   WHEN OTHER
                       MOVE "STEADY" TO WS-SC-TREND
               END-EVALUATE
           END-IF
           MOVE WS-SC-TREND TO WS-REPORT-LINE(81:9)
           PERFORM WRITE-SCORE-LINE.

       SET-SCORE-DSO.
           MOVE 0 TO WS-SC-DSO-OK
           MOVE ZEROS TO WS-SC-DSO
           IF WS-SC-HIST-DATE(WS-SC-MON-IX) NOT = ZEROS
              AND WS-SC-ROW-SALES(WS-SC-MON-IX) > ZEROS
              AND WS-SC-MONTH-DAYS(WS-SC-MON-IX) > ZEROS
               COMPUTE WS-SC-DSO ROUNDED =
                   WS-SC-ROW-BAL(WS-SC-MON-IX)
                   * WS-SC-MONTH-DAYS(WS-SC-MON-IX)
                   / WS-SC-ROW-SALES(WS-SC-MON-IX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-SC-DSO
               END-COMPUTE
               MOVE 1 TO WS-SC-DSO-OK
           END-IF.

       WRITE-SCORE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE WS-SC-CUST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS SCORED:          " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE WS-SC-LISTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS LISTED:          " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE WS-SC-HIGH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HIGH RISK CUSTOMERS:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RISK SCORE 0-100: LATE SHARE 40, DAYS BEYOND "
                  DELIMITED BY SIZE
                  "TERMS 30, RETURNED/SUSPENDED RECEIPTS 20, "
                  DELIMITED BY SIZE
                  "SLIPPING 10" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE.

       WRITE-SCORE-LINE.
           MOVE WS-REPORT-LINE TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           IF WS-SCORE-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing SCORECARD-FILE, "
                   "status " WS-SCORE-RPT-STATUS
               STOP RUN
           END-IF.

       WRITE-REVIEW-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CREDIT LIMIT REVIEW LIST" DELIMITED BY SIZE
                  "                    RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECOMMENDATIONS ONLY - CREDIT STAFF APPLY ANY "
                  DELIMITED BY SIZE
                  "CHANGE THROUGH THE NORMAL MAINTENANCE CHANNELS"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "CUST ID"         TO WS-REPORT-LINE(1:7)
           MOVE "CUSTOMER NAME"   TO WS-REPORT-LINE(9:13)
           MOVE "SEG"             TO WS-REPORT-LINE(41:3)
           MOVE "CCY"             TO WS-REPORT-LINE(47:3)
           MOVE "CREDIT LIMIT"    TO WS-REPORT-LINE(55:12)
           MOVE "BALANCE"         TO WS-REPORT-LINE(77:7)
           MOVE "UTIL%"           TO WS-REPORT-LINE(87:5)
           MOVE "SCR"             TO WS-REPORT-LINE(94:3)
           MOVE "ACTION"          TO WS-REPORT-LINE(99:6)
           MOVE "SUGGESTED LIMIT" TO WS-REPORT-LINE(109:15)
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CUSTOMER-ID TO WS-EDIT-ID
           MOVE WS-EDIT-ID       TO WS-REPORT-LINE(1:5)
           MOVE WS-CUSTOMER-NAME TO WS-REPORT-LINE(9:30)
           MOVE WS-SEGMENT-CODE  TO WS-REPORT-LINE(41:4)
           MOVE WS-CURRENCY-CODE TO WS-REPORT-LINE(47:3)
           MOVE WS-CREDIT-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO WS-REPORT-LINE(52:15)
           MOVE WS-CUSTOMER-BALANCE TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE  TO WS-REPORT-LINE(69:15)
           IF WS-SC-UTIL-OK = 1
               MOVE WS-SC-UTIL TO WS-SC-EDIT-UTIL
               MOVE WS-SC-EDIT-UTIL TO WS-REPORT-LINE(86:6)
           ELSE
               MOVE "   N/A" TO WS-REPORT-LINE(86:6)
           END-IF
           MOVE WS-SC-SCORE TO WS-SC-EDIT-SCORE
           MOVE WS-SC-EDIT-SCORE TO WS-REPORT-LINE(94:3)
           MOVE WS-SC-RECOMMEND  TO WS-REPORT-LINE(99:8)
           MOVE WS-SC-NEW-LIMIT TO WS-SC-EDIT-LIMIT
           MOVE WS-SC-EDIT-LIMIT TO WS-REPORT-LINE(109:15)
           PERFORM WRITE-REVIEW-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SC-REASON TO WS-REPORT-LINE(9:80)
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE WS-SC-CUST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS SCORED:            " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE WS-SC-INCR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LIMIT INCREASES RECOMMENDED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE WS-SC-DECR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LIMIT DECREASES RECOMMENDED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE WS-SC-HOLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CREDIT HOLDS RECOMMENDED:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NO CREDIT LIMIT OR HOLD FLAG WAS CHANGED BY THIS "
                  DELIMITED BY SIZE
                  "RUN." DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-LINE.
           MOVE WS-REPORT-LINE TO CREDIT-REVIEW-LINE
           WRITE CREDIT-REVIEW-LINE
           IF WS-REVIEW-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing CREDIT-REVIEW-FILE, "
                   "status " WS-REVIEW-RPT-STATUS
               STOP RUN
           END-IF.

       WRITEOFF-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE WS-WOFF-THRESHOLD = WS-WOFF-BAL-CENTS / 100
           IF WS-RUN-PARAMETER = "UPDATE"
               MOVE 1 TO WS-WOFF-UPDATE
               IF WS-RUN-PARAMETER-2 NOT = SPACES
                   MOVE WS-RUN-PARAMETER-2 TO WS-OPERATOR-ID
               END-IF
           ELSE
               MOVE 0 TO WS-WOFF-UPDATE
               DISPLAY "Write-off running in proposal mode - no "
                   "master, journal, or GL update will be made."
           END-IF
           IF WS-WOFF-UPDATE = 1
               OPEN I-O CUSTOMER-FILE
           ELSE
               OPEN INPUT CUSTOMER-FILE
           END-IF
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT WRITEOFF-REGISTER-FILE
           IF WS-WOFF-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open "
                   "WRITEOFF-REGISTER-FILE, status "
                   WS-WOFF-REG-STATUS
               STOP RUN
           END-IF
           IF WS-WOFF-UPDATE = 1
               PERFORM LOAD-EXCHANGE-RATES
               PERFORM OPEN-JOURNAL-FILES
               PERFORM OPEN-OPEN-ITEM-FILE
           ELSE
               PERFORM OPEN-OPEN-ITEM-INPUT
           END-IF
           PERFORM OPEN-DISPUTE-INPUT
           PERFORM WRITE-WOFF-HEADERS
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-WOFF-EOF
           END-START
           PERFORM UNTIL WS-WOFF-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-WOFF-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM EVALUATE-WRITEOFF-CANDIDATE
               END-READ
           END-PERFORM
           PERFORM WRITE-WOFF-TOTALS
           IF WS-WOFF-UPDATE = 1
               PERFORM CLOSE-JOURNAL-FILES
           END-IF
           PERFORM CLOSE-OPEN-ITEM-FILE
           PERFORM CLOSE-DISPUTE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE WRITEOFF-REGISTER-FILE
           IF WS-WOFF-UPDATE = 1
              AND WS-WOFF-COUNT > 0
               PERFORM WRITE-WOFF-GL-EXTRACT
           END-IF
           IF WS-WOFF-UPDATE = 1
               PERFORM WRITE-MOVEMENT-TOTALS
           END-IF
           IF WS-WOFF-UPDATE = 1
               DISPLAY "Write-off run complete. Accounts written "
                   "off: " WS-WOFF-COUNT " total: " WS-WOFF-TOTAL
           ELSE
               DISPLAY "Write-off proposal complete. Candidates: "
                   WS-WOFF-COUNT " total: " WS-WOFF-TOTAL
           END-IF.

       EVALUATE-WRITEOFF-CANDIDATE.
           IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
              OR WS-CUSTOMER-BALANCE NOT > ZEROS
               CONTINUE
           ELSE
               PERFORM BUILD-CUSTOMER-AGING
               COMPUTE WS-WOFF-AMOUNT =
                   WS-CUSTOMER-BALANCE - WS-DS-OPEN-AMT
               IF WS-DS-OPEN-AMT > ZEROS
                   MOVE WS-OI-OLDEST-DUE TO WS-AGE-DUE-DATE
               ELSE
                   MOVE WS-DUE-DATE TO WS-AGE-DUE-DATE
               END-IF
               MOVE SPACES TO WS-WOFF-REASON
               IF WS-WOFF-AMOUNT NOT > ZEROS
                   CONTINUE
               ELSE
                   IF WS-WOFF-AMOUNT <= WS-WOFF-THRESHOLD
                       MOVE "SMALL BAL" TO WS-WOFF-REASON
                   ELSE
                       PERFORM COMPUTE-MONTHS-PAST-DUE
                       IF WS-WOFF-MONTHS-PAST >= WS-WOFF-MONTHS
                           MOVE "AGED" TO WS-WOFF-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-WOFF-REASON NOT = SPACES
                   PERFORM SELECT-WRITEOFF-CANDIDATE
               END-IF
           END-IF.

       COMPUTE-MONTHS-PAST-DUE.
           MOVE WS-AGE-DUE-DATE TO WS-WORK-DATE
           MOVE WS-BATCH-DATE   TO WS-WORK-DATE-2
           IF WS-AGE-DUE-DATE IS NOT NUMERIC
              OR WS-AGE-DUE-DATE = ZEROS
              OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
               MOVE ZEROS TO WS-WOFF-MONTHS-PAST
           ELSE
               COMPUTE WS-WOFF-MONTHS-PAST =
                   ((WS-WORK-2-YYYY - WS-WORK-YYYY) * 12)
                   + WS-WORK-2-MM - WS-WORK-MM
           END-IF.

       SELECT-WRITEOFF-CANDIDATE.
           IF WS-WOFF-UPDATE = 1
               PERFORM APPLY-WRITEOFF
               IF WS-WRITEOFF-APPLIED = 1
                   PERFORM TALLY-WRITEOFF-CANDIDATE
               END-IF
           ELSE
               PERFORM TALLY-WRITEOFF-CANDIDATE
           END-IF.

       RECORD-WRITEOFF-MOVEMENT.
           MOVE CF-SEGMENT-CODE  TO WS-MV-SEGMENT
           MOVE CF-CURRENCY-CODE TO WS-MV-CURRENCY
           COMPUTE WS-MV-AMOUNT = 0 - WS-WOFF-AMOUNT
           MOVE 4 TO WS-MV-CAT
           PERFORM RECORD-BALANCE-MOVEMENT.

       TALLY-WRITEOFF-CANDIDATE.
           ADD 1 TO WS-WOFF-COUNT
           ADD WS-WOFF-AMOUNT TO WS-WOFF-TOTAL
               ON SIZE ERROR
                   DISPLAY "Write-off total overflow. Register "
                       "total may be inaccurate."
           END-ADD
           PERFORM ADD-WOFF-SEGMENT-TOTAL
           PERFORM WRITE-WOFF-DETAIL.

       APPLY-WRITEOFF.
           MOVE 0 TO WS-WRITEOFF-APPLIED
           PERFORM SAVE-BEFORE-IMAGE
           SUBTRACT WS-WOFF-AMOUNT FROM CF-CUSTOMER-BALANCE
           REWRITE CF-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Write-off rewrite failed for customer "
                       WS-CUSTOMER-ID "; account left unchanged and "
                       "excluded from the register and GL extract."
               NOT INVALID KEY
                   MOVE 1 TO WS-WRITEOFF-APPLIED
                   PERFORM RECORD-WRITEOFF-MOVEMENT
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM CLOSE-CUSTOMER-OPEN-ITEMS
           END-REWRITE.

       ADD-WOFF-SEGMENT-TOTAL.
           MOVE 0 TO WS-WOS-FOUND
           PERFORM VARYING WS-WOS-IX FROM 1 BY 1
               UNTIL WS-WOS-IX > WS-WOS-COUNT
               IF WS-WOS-CODE(WS-WOS-IX) = WS-SEGMENT-CODE
                   ADD WS-WOFF-AMOUNT TO WS-WOS-AMT(WS-WOS-IX)
                   ADD 1 TO WS-WOS-CNT(WS-WOS-IX)
                   MOVE 1 TO WS-WOS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WOS-FOUND = 0
               IF WS-WOS-COUNT < 20
                   ADD 1 TO WS-WOS-COUNT
                   MOVE WS-SEGMENT-CODE
                       TO WS-WOS-CODE(WS-WOS-COUNT)
                   MOVE WS-WOFF-AMOUNT
                       TO WS-WOS-AMT(WS-WOS-COUNT)
                   MOVE 1 TO WS-WOS-CNT(WS-WOS-COUNT)
               ELSE
                   DISPLAY "WARNING - write-off segment table full; "
                       "segment " WS-SEGMENT-CODE " total not "
                       "carried to the GL extract."
               END-IF
           END-IF.

       WRITE-WOFF-GL-EXTRACT.
           OPEN EXTEND WOFF-EXTRACT-FILE
           IF WS-WOFF-EXTRACT-STATUS NOT = "00"
               OPEN OUTPUT WOFF-EXTRACT-FILE
               IF WS-WOFF-EXTRACT-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "WOFF-EXTRACT-FILE, status "
                       WS-WOFF-EXTRACT-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-WOS-IX FROM 1 BY 1
               UNTIL WS-WOS-IX > WS-WOS-COUNT
               MOVE WS-BATCH-DATE          TO WG-BATCH-DATE
               MOVE WS-WOS-CNT(WS-WOS-IX)  TO WG-RECORD-COUNT
               COMPUTE WG-TOTAL-BALANCE = WS-WOS-AMT(WS-WOS-IX)
                   ON SIZE ERROR
                       MOVE ZEROS TO WG-TOTAL-BALANCE
                       DISPLAY "Write-off total for segment "
                           WS-WOS-CODE(WS-WOS-IX) " exceeds the GL "
                           "extract field; extract amount set to "
                           "zero - use the register figure."
               END-COMPUTE
               MOVE "N"                    TO WG-OVERFLOW-INDICATOR
               MOVE "WROFF"                TO WG-SOURCE-CODE
               MOVE WS-WOS-CODE(WS-WOS-IX) TO WG-SEGMENT-CODE
               WRITE WOFF-EXTRACT-RECORD
               IF WS-WOFF-EXTRACT-STATUS NOT = "00"
                   DISPLAY "FATAL - error writing WOFF-EXTRACT-FILE, "
                       "status " WS-WOFF-EXTRACT-STATUS
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE WOFF-EXTRACT-FILE.

       WRITE-WOFF-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-WOFF-UPDATE = 1
               STRING "SMALL-BALANCE AND AGED WRITE-OFF REGISTER"
                      DELIMITED BY SIZE
                      "     RUN DATE " DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "WRITE-OFF PROPOSAL REGISTER - NO UPDATES"
                      DELIMITED BY SIZE
                      "      RUN DATE " DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO WRITEOFF-REGISTER-LINE
           WRITE WRITEOFF-REGISTER-LINE
           PERFORM CHECK-WOFF-REG-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                   SEG         BALANCE"
                  DELIMITED BY SIZE
                  "  REASON" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WRITEOFF-REGISTER-LINE
           WRITE WRITEOFF-REGISTER-LINE
           PERFORM CHECK-WOFF-REG-STATUS.

       WRITE-WOFF-DETAIL.
           MOVE WS-CUSTOMER-ID      TO WS-EDIT-ID
           MOVE WS-WOFF-AMOUNT      TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  WS-SEGMENT-CODE DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WOFF-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WRITEOFF-REGISTER-LINE
           WRITE WRITEOFF-REGISTER-LINE
           PERFORM CHECK-WOFF-REG-STATUS.

       WRITE-WOFF-TOTALS.
           MOVE WS-WOFF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-WOFF-UPDATE = 1
               STRING "ACCOUNTS WRITTEN OFF: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "CANDIDATES PROPOSED:  " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO WRITEOFF-REGISTER-LINE
           WRITE WRITEOFF-REGISTER-LINE
           PERFORM CHECK-WOFF-REG-STATUS
           MOVE WS-WOFF-TOTAL TO WS-EDIT-CASH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL AMOUNT:     " DELIMITED BY SIZE
                  WS-EDIT-CASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WRITEOFF-REGISTER-LINE
           WRITE WRITEOFF-REGISTER-LINE
           PERFORM CHECK-WOFF-REG-STATUS
           PERFORM VARYING WS-WOS-IX FROM 1 BY 1
               UNTIL WS-WOS-IX > WS-WOS-COUNT
               MOVE WS-WOS-AMT(WS-WOS-IX) TO WS-EDIT-CASH
               MOVE WS-WOS-CNT(WS-WOS-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "     SEGMENT " DELIMITED BY SIZE
                      WS-WOS-CODE(WS-WOS-IX) DELIMITED BY SIZE
                      "  COUNT " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "  AMOUNT " DELIMITED BY SIZE
                      WS-EDIT-CASH DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO WRITEOFF-REGISTER-LINE
               WRITE WRITEOFF-REGISTER-LINE
               PERFORM CHECK-WOFF-REG-STATUS
           END-PERFORM.

       CHECK-WOFF-REG-STATUS.
           IF WS-WOFF-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "WRITEOFF-REGISTER-FILE, status "
                   WS-WOFF-REG-STATUS
               STOP RUN
           END-IF.

       ARCHIVE-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-ARCHIVE-FILE
           OPEN OUTPUT PURGE-REGISTER-FILE
           IF WS-PURGE-REG-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open PURGE-REGISTER-FILE, "
                   "status " WS-PURGE-REG-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-PURGE-HEADERS
           MOVE ZEROS TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CF-CUSTOMER-ID
               INVALID KEY MOVE 1 TO WS-ARCH-EOF
           END-START
           PERFORM UNTIL WS-ARCH-EOF = 1
               READ CUSTOMER-FILE NEXT RECORD INTO WS-DATA-RECORD
                   AT END MOVE 1 TO WS-ARCH-EOF
                   NOT AT END
                       IF WS-CUSTOMER-FILE-STATUS NOT = "00"
                           DISPLAY "FATAL - error reading "
                               "CUSTOMER-FILE, status "
                               WS-CUSTOMER-FILE-STATUS
                           STOP RUN
                       END-IF
                       PERFORM EVALUATE-ARCHIVE-CANDIDATE
               END-READ
           END-PERFORM
           PERFORM WRITE-PURGE-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE ARCHIVE-FILE
           CLOSE PURGE-REGISTER-FILE
           DISPLAY "Archive run complete. Customers archived: "
               WS-ARCHIVED-COUNT.

       OPEN-ARCHIVE-FILE.
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open ARCHIVE-FILE, "
                       "status " WS-ARCHIVE-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

       EVALUATE-ARCHIVE-CANDIDATE.
           IF WS-CUSTOMER-BALANCE IS NUMERIC
              AND WS-CUSTOMER-BALANCE = ZEROS
               PERFORM COMPUTE-MONTHS-INACTIVE
               IF WS-MONTHS-INACTIVE >= WS-DORMANT-MONTHS
                   PERFORM ARCHIVE-CUSTOMER
               END-IF
           END-IF.

       COMPUTE-MONTHS-INACTIVE.
           MOVE WS-LAST-ACTIVITY-DATE TO WS-WORK-DATE
           MOVE WS-BATCH-DATE         TO WS-WORK-DATE-2
           IF WS-LAST-ACTIVITY-DATE IS NOT NUMERIC
              OR WS-LAST-ACTIVITY-DATE = ZEROS
              OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
               MOVE 999 TO WS-MONTHS-INACTIVE
           ELSE
               COMPUTE WS-MONTHS-INACTIVE =
                   ((WS-WORK-2-YYYY - WS-WORK-YYYY) * 12)
                   + WS-WORK-2-MM - WS-WORK-MM
           END-IF.

       ARCHIVE-CUSTOMER.
           MOVE CF-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE SPACES TO AR-MASTER-IMAGE
           MOVE CF-CUSTOMER-RECORD TO AR-MASTER-IMAGE
           MOVE WS-BATCH-DATE TO AR-ARCHIVE-DATE
           WRITE AR-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Archive reject - customer "
                       WS-CUSTOMER-ID " is already on the archive "
                       "file; master record left in place."
               NOT INVALID KEY
                   DELETE CUSTOMER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Archive warning - customer "
                               WS-CUSTOMER-ID " copied to archive "
                               "but could not be deleted from the "
                               "master."
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVED-COUNT
                           PERFORM WRITE-PURGE-DETAIL
                   END-DELETE
           END-WRITE.

       WRITE-PURGE-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DORMANT ACCOUNT PURGE REGISTER" DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           PERFORM CHECK-PURGE-REG-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID  CUSTOMER NAME" DELIMITED BY SIZE
                  "                   SEG   LAST ACTIVITY"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           PERFORM CHECK-PURGE-REG-STATUS.

       WRITE-PURGE-DETAIL.
           MOVE WS-CUSTOMER-ID TO WS-EDIT-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  WS-SEGMENT-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LAST-ACTIVITY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           PERFORM CHECK-PURGE-REG-STATUS.

       WRITE-PURGE-TOTALS.
           MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS ARCHIVED:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           PERFORM CHECK-PURGE-REG-STATUS.

       CHECK-PURGE-REG-STATUS.
           IF WS-PURGE-REG-STATUS NOT = "00"
               DISPLAY "FATAL - error writing PURGE-REGISTER-FILE, "
                   "status " WS-PURGE-REG-STATUS
               STOP RUN
           END-IF.

       REINSTATE-PROCESS.
           IF WS-RUN-PARAMETER = SPACES
               DISPLAY "FATAL - REIN mode requires a customer id "
                   "as the second command argument."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-RUN-PARAMETER)
               TO WS-PARM-CUSTOMER-ID
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open ARCHIVE-FILE, status "
                   WS-ARCHIVE-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-PARM-CUSTOMER-ID TO AR-CUSTOMER-ID
           READ ARCHIVE-FILE
               INVALID KEY
                   DISPLAY "Reinstate reject - customer "
                       WS-PARM-CUSTOMER-ID " is not on the archive "
                       "file."
               NOT INVALID KEY
                   PERFORM REINSTATE-CUSTOMER
           END-READ
           CLOSE CUSTOMER-FILE
           CLOSE ARCHIVE-FILE.

       REINSTATE-CUSTOMER.
           MOVE AR-MASTER-IMAGE TO CF-CUSTOMER-RECORD
           WRITE CF-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Reinstate reject - customer "
                       WS-PARM-CUSTOMER-ID " is already on the "
                       "master file; archive record left in place."
               NOT INVALID KEY
                   DELETE ARCHIVE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Reinstate warning - customer "
                               WS-PARM-CUSTOMER-ID " restored to the "
                               "master but could not be removed "
                               "from the archive."
                   END-DELETE
                   DISPLAY "Customer " WS-PARM-CUSTOMER-ID
                       " reinstated from the archive."
           END-WRITE.

       FEED-LOAD-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-EXCHANGE-RATES
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open FEED-FILE, status "
                   WS-FEED-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TURNAROUND-REPORT-FILE
           IF WS-TURNAROUND-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open "
                   "TURNAROUND-REPORT-FILE, status "
                   WS-TURNAROUND-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-FILES
           PERFORM WRITE-TURNAROUND-HEADERS
           PERFORM UNTIL WS-FEED-EOF = 1
               READ FEED-FILE
                   AT END MOVE 1 TO WS-FEED-EOF
                   NOT AT END PERFORM APPLY-FEED-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-TURNAROUND-TOTALS
           PERFORM CLOSE-JOURNAL-FILES
           PERFORM WRITE-MOVEMENT-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE FEED-FILE
           CLOSE TURNAROUND-REPORT-FILE
           DISPLAY "Feed load complete. Adds: " WS-FEED-ADD-COUNT
               " changes: " WS-FEED-CHG-COUNT
               " deletes: " WS-FEED-DEL-COUNT
               " duplicates: " WS-FEED-DUP-COUNT
               " rejected: " WS-FEED-REJ-COUNT.

       APPLY-FEED-TRANSACTION.
           MOVE 1 TO WS-FEED-VALID
           MOVE SPACES TO WS-FEED-REJECT-REASON
           MOVE SPACES TO WS-FEED-DISPOSITION
           IF FE-TRANS-CODE NOT = "A" AND FE-TRANS-CODE NOT = "C"
              AND FE-TRANS-CODE NOT = "D"
               MOVE 0 TO WS-FEED-VALID
               MOVE "BAD TYPE"  TO WS-FEED-REJECT-REASON
           ELSE
               IF FE-CUSTOMER-ID IS NOT NUMERIC
                  OR FE-CUSTOMER-ID = ZEROS
                   MOVE 0 TO WS-FEED-VALID
                   MOVE "BAD ID"    TO WS-FEED-REJECT-REASON
               END-IF
           END-IF
           IF WS-FEED-VALID = 1
               EVALUATE FE-TRANS-CODE
                   WHEN "A" PERFORM APPLY-FEED-ADD
                   WHEN "C" PERFORM APPLY-FEED-CHANGE
                   WHEN "D" PERFORM APPLY-FEED-DELETE
               END-EVALUATE
           END-IF
           IF WS-FEED-VALID = 0
               ADD 1 TO WS-FEED-REJ-COUNT
               MOVE "REJECTED" TO WS-FEED-DISPOSITION
           END-IF
           PERFORM WRITE-TURNAROUND-DETAIL.

       APPLY-FEED-ADD.
           PERFORM MOVE-FEED-TO-WORK
           IF WS-FEED-VALID = 1
               PERFORM VALIDATE-CUSTOMER-RECORD
               IF WS-VALID-RECORD = 0
                   MOVE 0 TO WS-FEED-VALID
                   MOVE WS-REJECT-REASON TO WS-FEED-REJECT-REASON
               ELSE
                   MOVE WS-DATA-RECORD TO CF-CUSTOMER-RECORD
                   WRITE CF-CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FEED-DUP-COUNT
                           MOVE "DUPLICATE" TO WS-FEED-DISPOSITION
                       NOT INVALID KEY
                           ADD 1 TO WS-FEED-ADD-COUNT
                           MOVE "ADDED" TO WS-FEED-DISPOSITION
                           PERFORM RECORD-FEED-ADDITION
                   END-WRITE
               END-IF
           END-IF.

       APPLY-FEED-CHANGE.
           MOVE FE-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 0 TO WS-FEED-VALID
                   MOVE "NO MASTER" TO WS-FEED-REJECT-REASON
               NOT INVALID KEY
                   PERFORM MOVE-FEED-TO-WORK
                   MOVE CF-DUNNING-LEVEL    TO WS-DUNNING-LEVEL
                   MOVE CF-LAST-NOTICE-DATE TO WS-LAST-NOTICE-DATE
                   MOVE CF-BASE-EQUIVALENT  TO WS-BASE-EQUIVALENT
                   MOVE CF-REVAL-RATE       TO WS-REVAL-RATE-HELD
                   MOVE CF-PLACED-FLAG      TO WS-PLACED-FLAG
                   MOVE CF-AGENCY-CODE      TO WS-AGENCY-CODE
                   MOVE CF-PLACED-DATE      TO WS-PLACED-DATE
                   IF WS-FEED-VALID = 1
                       PERFORM VALIDATE-CUSTOMER-RECORD
                       IF WS-VALID-RECORD = 0
                           MOVE 0 TO WS-FEED-VALID
                           MOVE WS-REJECT-REASON
                               TO WS-FEED-REJECT-REASON
                       ELSE
                           PERFORM SAVE-BEFORE-IMAGE
                           PERFORM SAVE-FEED-OLD-BALANCE
                           MOVE WS-DATA-RECORD TO CF-CUSTOMER-RECORD
                           REWRITE CF-CUSTOMER-RECORD
                               INVALID KEY
                                   MOVE 0 TO WS-FEED-VALID
                                   MOVE "REWRT FAIL"
                                       TO WS-FEED-REJECT-REASON
                               NOT INVALID KEY
                                   PERFORM WRITE-JOURNAL-RECORD
                                   ADD 1 TO WS-FEED-CHG-COUNT
                                   MOVE "CHANGED"
                                       TO WS-FEED-DISPOSITION
                                   PERFORM RECORD-FEED-REMOVAL
                                   PERFORM RECORD-FEED-ADDITION
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       APPLY-FEED-DELETE.
           MOVE FE-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 0 TO WS-FEED-VALID
                   MOVE "NO MASTER" TO WS-FEED-REJECT-REASON
               NOT INVALID KEY
                   PERFORM SAVE-FEED-OLD-BALANCE
                   DELETE CUSTOMER-FILE RECORD
                       INVALID KEY
                           MOVE 0 TO WS-FEED-VALID
                           MOVE "DEL FAIL" TO WS-FEED-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-FEED-DEL-COUNT
                           MOVE "DELETED" TO WS-FEED-DISPOSITION
                           PERFORM RECORD-FEED-REMOVAL
                   END-DELETE
           END-READ.

       SAVE-FEED-OLD-BALANCE.
           MOVE CF-SEGMENT-CODE  TO WS-MV-OLD-SEGMENT
           MOVE CF-CURRENCY-CODE TO WS-MV-OLD-CURRENCY
           IF CF-CUSTOMER-BALANCE IS NUMERIC
               MOVE CF-CUSTOMER-BALANCE TO WS-MV-OLD-BALANCE
           ELSE
               MOVE ZEROS TO WS-MV-OLD-BALANCE
           END-IF.

       RECORD-FEED-REMOVAL.
           MOVE WS-MV-OLD-SEGMENT  TO WS-MV-SEGMENT
           MOVE WS-MV-OLD-CURRENCY TO WS-MV-CURRENCY
           COMPUTE WS-MV-AMOUNT = 0 - WS-MV-OLD-BALANCE
           MOVE 6 TO WS-MV-CAT
           PERFORM RECORD-BALANCE-MOVEMENT.

       RECORD-FEED-ADDITION.
           MOVE CF-SEGMENT-CODE     TO WS-MV-SEGMENT
           MOVE CF-CURRENCY-CODE    TO WS-MV-CURRENCY
           MOVE CF-CUSTOMER-BALANCE TO WS-MV-AMOUNT
           MOVE 6 TO WS-MV-CAT
           PERFORM RECORD-BALANCE-MOVEMENT.

       MOVE-FEED-TO-WORK.
           MOVE FE-CUSTOMER-ID        TO WS-CUSTOMER-ID
           MOVE FE-CUSTOMER-NAME      TO WS-CUSTOMER-NAME
           MOVE FE-SEGMENT-CODE       TO WS-SEGMENT-CODE
           IF FE-CUSTOMER-BALANCE IS NUMERIC
               MOVE FE-CUSTOMER-BALANCE TO WS-CUSTOMER-BALANCE
           ELSE
               MOVE ZEROS TO WS-CUSTOMER-BALANCE
               MOVE 0 TO WS-FEED-VALID
               MOVE "BAD BAL"   TO WS-FEED-REJECT-REASON
           END-IF
           IF FE-LAST-ACTIVITY-DATE IS NUMERIC
               MOVE FE-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DATE
           ELSE
               MOVE ZEROS TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF FE-DUE-DATE IS NUMERIC
               MOVE FE-DUE-DATE TO WS-DUE-DATE
           ELSE
               MOVE ZEROS TO WS-DUE-DATE
           END-IF
           MOVE FE-CURRENCY-CODE      TO WS-CURRENCY-CODE
           IF FE-CREDIT-LIMIT IS NUMERIC
               MOVE FE-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           ELSE
               MOVE ZEROS TO WS-CREDIT-LIMIT
               MOVE 0 TO WS-FEED-VALID
               MOVE "BAD LIMIT" TO WS-FEED-REJECT-REASON
           END-IF
           MOVE FE-HOLD-FLAG          TO WS-HOLD-FLAG
           IF FE-PARENT-ID IS NUMERIC
              AND FE-PARENT-ID NOT = FE-CUSTOMER-ID
               MOVE FE-PARENT-ID TO WS-PARENT-ID
           ELSE
               MOVE ZEROS TO WS-PARENT-ID
               MOVE 0 TO WS-FEED-VALID
               MOVE "BAD PARENT" TO WS-FEED-REJECT-REASON
           END-IF
           IF FE-GROUP-LIMIT IS NUMERIC
               MOVE FE-GROUP-LIMIT TO WS-GROUP-LIMIT
           ELSE
               MOVE ZEROS TO WS-GROUP-LIMIT
               MOVE 0 TO WS-FEED-VALID
               MOVE "BAD GRPLIM" TO WS-FEED-REJECT-REASON
           END-IF
           MOVE ZEROS                 TO WS-DUNNING-LEVEL
           MOVE ZEROS                 TO WS-LAST-NOTICE-DATE
           MOVE ZEROS                 TO WS-BASE-EQUIVALENT
           MOVE ZEROS                 TO WS-REVAL-RATE-HELD
           MOVE SPACE                 TO WS-PLACED-FLAG
           MOVE SPACES                TO WS-AGENCY-CODE
           MOVE ZEROS                 TO WS-PLACED-DATE.

       WRITE-TURNAROUND-HEADERS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMER FEED TURNAROUND REPORT"
                  DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TC  CUST ID  DISPOSITION  REASON"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS.

       WRITE-TURNAROUND-DETAIL.
           IF FE-CUSTOMER-ID IS NUMERIC
               MOVE FE-CUSTOMER-ID TO WS-EDIT-ID
           ELSE
               MOVE ZEROS TO WS-EDIT-ID
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING FE-TRANS-CODE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEED-DISPOSITION DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-FEED-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS.

       WRITE-TURNAROUND-TOTALS.
           MOVE WS-FEED-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ADDS APPLIED:         " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS
           MOVE WS-FEED-CHG-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHANGES APPLIED:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS
           MOVE WS-FEED-DEL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DELETES APPLIED:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS
           MOVE WS-FEED-DUP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUPLICATE KEYS:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS
           MOVE WS-FEED-REJ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACTIONS REJECTED:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TURNAROUND-REPORT-LINE
           WRITE TURNAROUND-REPORT-LINE
           PERFORM CHECK-TURNAROUND-STATUS.

       CHECK-TURNAROUND-STATUS.
           IF WS-TURNAROUND-STATUS NOT = "00"
               DISPLAY "FATAL - error writing "
                   "TURNAROUND-REPORT-FILE, status "
                   WS-TURNAROUND-STATUS
               STOP RUN
           END-IF.

       INQUIRY-PROCESS.
           IF WS-RUN-PARAMETER = SPACES
               DISPLAY "FATAL - INQ mode requires a customer id "
                   "as the second command argument."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-RUN-PARAMETER)
               TO WS-PARM-CUSTOMER-ID
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE, status "
                   WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-PARM-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-PARM-CUSTOMER-ID
                       " is not on the master file."
               NOT INVALID KEY
                   PERFORM DISPLAY-CUSTOMER-PROFILE
           END-READ
           CLOSE CUSTOMER-FILE.

       DISPLAY-CUSTOMER-PROFILE.
           MOVE CF-CUSTOMER-BALANCE TO WS-EDIT-BALANCE
           DISPLAY "CUSTOMER PROFILE"
           DISPLAY "  Customer id:    " CF-CUSTOMER-ID
           DISPLAY "  Name:           " CF-CUSTOMER-NAME
           DISPLAY "  Segment:        " CF-SEGMENT-CODE
           DISPLAY "  Balance:        " WS-EDIT-BALANCE
               " " CF-CURRENCY-CODE
           DISPLAY "  Last activity:  " CF-LAST-ACTIVITY-DATE
           DISPLAY "  Due date:       " CF-DUE-DATE
           IF CF-CREDIT-LIMIT IS NUMERIC
               MOVE CF-CREDIT-LIMIT TO WS-EDIT-AMOUNT
               DISPLAY "  Credit limit:   " WS-EDIT-AMOUNT
           END-IF
           IF CF-HOLD-FLAG = "H"
               DISPLAY "  ** ACCOUNT IS ON CREDIT HOLD **"
           END-IF
           PERFORM LOAD-OUTSTANDING-EXCEPTIONS
           PERFORM CHECK-OUTSTANDING-EXCEPTION
           IF WS-INQ-EXC-COUNT > 0
               DISPLAY "  Outstanding exception record(s): "
                   WS-INQ-EXC-COUNT
           ELSE
               DISPLAY "  No outstanding exception records."
           END-IF
           PERFORM DISPLAY-OPEN-ITEMS
           PERFORM DISPLAY-CORRECTION-HISTORY.

       DISPLAY-OPEN-ITEMS.
           PERFORM OPEN-OPEN-ITEM-INPUT
           MOVE CF-CUSTOMER-ID TO WS-OI-CUST-ID
           PERFORM LOAD-CUSTOMER-OPEN-ITEMS
           PERFORM CLOSE-OPEN-ITEM-FILE
           IF WS-OI-COUNT = ZEROS
               DISPLAY "  No open items."
           ELSE
               DISPLAY "  Open items: " WS-OI-COUNT
               PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   MOVE WS-OI-OPEN(WS-OI-IX) TO WS-EDIT-AMOUNT
                   DISPLAY "    " WS-OI-DOC(WS-OI-IX) " "
                       WS-OI-TYPE(WS-OI-IX) " dated "
                       WS-OI-DDATE(WS-OI-IX) " due "
                       WS-OI-DUE(WS-OI-IX) " open " WS-EDIT-AMOUNT
               END-PERFORM
           END-IF.

       CHECK-OUTSTANDING-EXCEPTION.
           MOVE ZEROS TO WS-INQ-EXC-COUNT
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXCEPTION-COUNT
               IF WS-EXC-TABLE-ID(WS-EXC-IDX) = WS-PARM-CUSTOMER-ID
                   ADD 1 TO WS-INQ-EXC-COUNT
               END-IF
           END-PERFORM.

       DISPLAY-CORRECTION-HISTORY.
           MOVE ZEROS TO WS-INQ-JRN-COUNT
           MOVE 0 TO WS-JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE WS-PARM-CUSTOMER-ID TO JR-CUSTOMER-ID
               MOVE ZEROS TO JR-RUN-DATE
               MOVE ZEROS TO JR-RUN-TIME
               MOVE ZEROS TO JR-ENTRY-SEQ
               START JOURNAL-FILE KEY IS NOT LESS THAN JR-JOURNAL-KEY
                   INVALID KEY MOVE 1 TO WS-JOURNAL-EOF
               END-START
               PERFORM UNTIL WS-JOURNAL-EOF = 1
                   READ JOURNAL-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-JOURNAL-EOF
                       NOT AT END
                           IF JR-CUSTOMER-ID = WS-PARM-CUSTOMER-ID
                               ADD 1 TO WS-INQ-JRN-COUNT
                               PERFORM DISPLAY-JOURNAL-ENTRY
                           ELSE
                               MOVE 1 TO WS-JOURNAL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-INQ-JRN-COUNT = 0
               DISPLAY "  No balance corrections on the journal."
           END-IF.

       DISPLAY-JOURNAL-ENTRY.
           MOVE JR-BEFORE-BALANCE TO WS-EDIT-BALANCE
           MOVE JR-AFTER-BALANCE  TO WS-EDIT-AMOUNT
           DISPLAY "  Correction on " JR-RUN-DATE " at " JR-RUN-TIME
               " mode " JR-RUN-MODE " operator " JR-OPERATOR-ID
               " balance " WS-EDIT-BALANCE " -> " WS-EDIT-AMOUNT.

       CHECK-CREDIT-LIMIT.
           IF WS-CREDIT-LIMIT IS NUMERIC
              AND WS-CREDIT-LIMIT > ZEROS
              AND WS-CUSTOMER-BALANCE > WS-CREDIT-LIMIT
               COMPUTE WS-BASE-LIMIT ROUNDED =
                   WS-CREDIT-LIMIT * WS-RATE-USED
                   ON SIZE ERROR MOVE ZEROS TO WS-BASE-LIMIT
               END-COMPUTE
               COMPUTE WS-OVER-AMOUNT =
                   WS-BASE-BALANCE - WS-BASE-LIMIT
                   ON SIZE ERROR MOVE ZEROS TO WS-OVER-AMOUNT
               END-COMPUTE
               PERFORM WRITE-EXPOSURE-WORK
           END-IF.

       WRITE-EXPOSURE-WORK.
           MOVE WS-CUSTOMER-ID   TO EW-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME TO EW-CUSTOMER-NAME
           MOVE WS-SEGMENT-CODE  TO EW-SEGMENT-CODE
           MOVE WS-BASE-BALANCE  TO EW-BASE-BALANCE
           MOVE WS-BASE-LIMIT    TO EW-BASE-LIMIT
           MOVE WS-OVER-AMOUNT   TO EW-OVER-AMOUNT
           WRITE EXPOSURE-WORK-RECORD
           IF WS-EXP-WORK-STATUS NOT = "00"
               DISPLAY "FATAL - error writing EXPOSURE-WORK-FILE, "
                   "status " WS-EXP-WORK-STATUS
               STOP RUN
           END-IF.

       BUILD-EXPOSURE-REPORT.
           CLOSE EXPOSURE-WORK-FILE
           PERFORM LOAD-AND-REPORT-EXPOSURE.

       LOAD-AND-REPORT-EXPOSURE.
           MOVE 0 TO WS-EXP-EOF
           OPEN INPUT EXPOSURE-WORK-FILE
           IF WS-EXP-WORK-STATUS = "00"
               PERFORM UNTIL WS-EXP-EOF = 1
                   READ EXPOSURE-WORK-FILE
                       AT END MOVE 1 TO WS-EXP-EOF
                       NOT AT END PERFORM LOAD-EXPOSURE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EXPOSURE-WORK-FILE
           END-IF
           PERFORM WRITE-EXPOSURE-REPORT.

       LOAD-EXPOSURE-ENTRY.
           PERFORM ADD-SEGMENT-EXPOSURE
           IF WS-EXPOSURE-COUNT < WS-EXPOSURE-MAX
               PERFORM INSERT-EXPOSURE-ENTRY
           ELSE
               DISPLAY "WARNING - exposure table full at "
                   WS-EXPOSURE-MAX " entries; customer "
                   EW-CUSTOMER-ID " not ranked on the exposure "
                   "report (segment totals still include it)."
           END-IF.

       INSERT-EXPOSURE-ENTRY.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
               UNTIL WS-EXP-IX > WS-EXPOSURE-COUNT
               IF WS-EXP-OVER-AMT(WS-EXP-IX) < EW-OVER-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EXP-JX FROM WS-EXPOSURE-COUNT BY -1
               UNTIL WS-EXP-JX < WS-EXP-IX
               MOVE WS-EXPOSURE-ENTRY(WS-EXP-JX)
                   TO WS-EXPOSURE-ENTRY(WS-EXP-JX + 1)
           END-PERFORM
           MOVE EW-CUSTOMER-ID   TO WS-EXP-CUST-ID(WS-EXP-IX)
           MOVE EW-CUSTOMER-NAME TO WS-EXP-NAME(WS-EXP-IX)
           MOVE EW-SEGMENT-CODE  TO WS-EXP-SEGMENT(WS-EXP-IX)
           MOVE EW-BASE-BALANCE  TO WS-EXP-BALANCE(WS-EXP-IX)
           MOVE EW-BASE-LIMIT    TO WS-EXP-LIMIT(WS-EXP-IX)
           MOVE EW-OVER-AMOUNT   TO WS-EXP-OVER-AMT(WS-EXP-IX)
           ADD 1 TO WS-EXPOSURE-COUNT.

       ADD-SEGMENT-EXPOSURE.
           MOVE 0 TO WS-EXP-SEG-FOUND
           PERFORM VARYING WS-EXP-SEG-IX FROM 1 BY 1
               UNTIL WS-EXP-SEG-IX > WS-EXP-SEG-COUNT
               IF WS-EXP-SEG-CODE(WS-EXP-SEG-IX) = EW-SEGMENT-CODE
                   ADD EW-OVER-AMOUNT
                       TO WS-EXP-SEG-AMT(WS-EXP-SEG-IX)
                   MOVE 1 TO WS-EXP-SEG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXP-SEG-FOUND = 0
              AND WS-EXP-SEG-COUNT < 20
               ADD 1 TO WS-EXP-SEG-COUNT
               MOVE EW-SEGMENT-CODE
                   TO WS-EXP-SEG-CODE(WS-EXP-SEG-COUNT)
               MOVE EW-OVER-AMOUNT
                   TO WS-EXP-SEG-AMT(WS-EXP-SEG-COUNT)
           ELSE
               IF WS-EXP-SEG-FOUND = 0
                   DISPLAY "WARNING - segment exposure table full; "
                       "segment " EW-SEGMENT-CODE " total not "
                       "reported."
               END-IF
           END-IF.

       WRITE-EXPOSURE-REPORT.
           OPEN OUTPUT EXPOSURE-REPORT-FILE
           IF WS-EXP-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open EXPOSURE-REPORT-FILE, "
                   "status " WS-EXP-RPT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OVER-LIMIT EXPOSURE REPORT" DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           PERFORM CHECK-EXP-RPT-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING " RANK  CUST ID  CUSTOMER NAME"
                  DELIMITED BY SIZE
                  "                 SEG     BASE BALANCE"
                  DELIMITED BY SIZE
                  "    CREDIT LIMIT      OVER LIMIT"
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           PERFORM CHECK-EXP-RPT-STATUS
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
               UNTIL WS-EXP-IX > WS-EXPOSURE-COUNT
               PERFORM WRITE-EXPOSURE-DETAIL
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEGMENT EXPOSURE TOTALS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           PERFORM CHECK-EXP-RPT-STATUS
           PERFORM VARYING WS-EXP-SEG-IX FROM 1 BY 1
               UNTIL WS-EXP-SEG-IX > WS-EXP-SEG-COUNT
               MOVE WS-EXP-SEG-AMT(WS-EXP-SEG-IX)
                   TO WS-EDIT-BALANCE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "     SEGMENT " DELIMITED BY SIZE
                      WS-EXP-SEG-CODE(WS-EXP-SEG-IX)
                      DELIMITED BY SIZE
                      " EXPOSURE:" DELIMITED BY SIZE
                      WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO EXPOSURE-REPORT-LINE
               WRITE EXPOSURE-REPORT-LINE
               PERFORM CHECK-EXP-RPT-STATUS
           END-PERFORM
           CLOSE EXPOSURE-REPORT-FILE.

       WRITE-EXPOSURE-DETAIL.
           MOVE SPACES TO WS-EXPOSURE-LINE
           MOVE WS-EXP-IX                  TO WS-EXP-LINE-RANK
           MOVE WS-EXP-CUST-ID(WS-EXP-IX)  TO WS-EXP-LINE-ID
           MOVE WS-EXP-NAME(WS-EXP-IX)     TO WS-EXP-LINE-NAME
           MOVE WS-EXP-SEGMENT(WS-EXP-IX)  TO WS-EXP-LINE-SEG
           MOVE WS-EXP-BALANCE(WS-EXP-IX)  TO WS-EXP-LINE-BALANCE
           MOVE WS-EXP-LIMIT(WS-EXP-IX)    TO WS-EXP-LINE-LIMIT
           MOVE WS-EXP-OVER-AMT(WS-EXP-IX) TO WS-EXP-LINE-OVER
           MOVE WS-EXPOSURE-LINE TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           PERFORM CHECK-EXP-RPT-STATUS.

       CHECK-EXP-RPT-STATUS.
           IF WS-EXP-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing EXPOSURE-REPORT-FILE, "
                   "status " WS-EXP-RPT-STATUS
               STOP RUN
           END-IF.

       WRITE-STREAM-TOTALS.
           OPEN EXTEND STREAM-TOTALS-FILE
           IF WS-STREAM-TOT-STATUS NOT = "00"
               OPEN OUTPUT STREAM-TOTALS-FILE
               IF WS-STREAM-TOT-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "STREAM-TOTALS-FILE, status "
                       WS-STREAM-TOT-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-BATCH-DATE      TO ST-RUN-DATE
           MOVE WS-STREAM-FROM-SEG TO ST-FROM-SEGMENT
           MOVE WS-STREAM-THRU-SEG TO ST-THRU-SEGMENT
           MOVE WS-TOTAL-BALANCE   TO ST-TOTAL-BALANCE
           MOVE WS-RECORD-COUNT    TO ST-RECORD-COUNT
           MOVE WS-READ-COUNT      TO ST-READ-COUNT
           MOVE WS-HASH-TOTAL      TO ST-HASH-TOTAL
           MOVE WS-READ-HASH-TOTAL TO ST-READ-HASH-TOTAL
           MOVE WS-REJECTED-COUNT  TO ST-REJECTED-COUNT
           MOVE WS-OVERFLOW-FLAG   TO ST-OVERFLOW-FLAG
           MOVE WS-RUN-SEG-COUNT   TO ST-SEGMENT-COUNT
           PERFORM VARYING WS-VAR-IX FROM 1 BY 1
               UNTIL WS-VAR-IX > WS-RUN-SEG-MAX
               IF WS-VAR-IX > WS-RUN-SEG-COUNT
                   MOVE SPACES TO ST-SEG-CODE(WS-VAR-IX)
                   MOVE ZEROS  TO ST-SEG-SUBTOTAL(WS-VAR-IX)
               ELSE
                   MOVE WS-RUN-SEG-CODE(WS-VAR-IX)
                       TO ST-SEG-CODE(WS-VAR-IX)
                   MOVE WS-RUN-SEG-SUBTOTAL(WS-VAR-IX)
                       TO ST-SEG-SUBTOTAL(WS-VAR-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AGE-BUCKET-IX FROM 1 BY 1
               UNTIL WS-AGE-BUCKET-IX > 6
               MOVE WS-GRAND-AGE-BUCKET(WS-AGE-BUCKET-IX)
                   TO ST-GRAND-AGE-BUCKET(WS-AGE-BUCKET-IX)
           END-PERFORM
           WRITE STREAM-TOTALS-RECORD
           IF WS-STREAM-TOT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing STREAM-TOTALS-FILE, "
                   "status " WS-STREAM-TOT-STATUS
               STOP RUN
           END-IF
           CLOSE STREAM-TOTALS-FILE.

       CONSOLIDATE-PROCESS.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-RUN-SEG-TABLE
           INITIALIZE WS-GRAND-AGE-BUCKETS
           PERFORM LOAD-RUN-PARAMETERS
           OPEN INPUT STREAM-TOTALS-FILE
           IF WS-STREAM-TOT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open STREAM-TOTALS-FILE, "
                   "status " WS-STREAM-TOT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STREAM-TOT-EOF = 1
               READ STREAM-TOTALS-FILE
                   AT END MOVE 1 TO WS-STREAM-TOT-EOF
                   NOT AT END PERFORM MERGE-STREAM-TOTALS
               END-READ
           END-PERFORM
           CLOSE STREAM-TOTALS-FILE
           IF WS-STREAM-COUNT = 0
               DISPLAY "FATAL - no stream totals found; nothing to "
                   "consolidate."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Consolidated " WS-STREAM-COUNT " stream(s)."
           OPEN OUTPUT AGED-TRIAL-FILE
           IF WS-AGED-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open AGED-TRIAL-FILE, "
                   "status " WS-AGED-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-AGED-GRAND-SUMMARY
           CLOSE AGED-TRIAL-FILE
           PERFORM LOAD-AND-REPORT-EXPOSURE
           PERFORM RECONCILE-CONTROL-TOTALS
           IF WS-RECONCILE-MISMATCH = 1
               MOVE 16 TO RETURN-CODE
               DISPLAY "GL-EXTRACT-FILE NOT produced - control "
                   "total mismatch must be resolved first."
           ELSE
               PERFORM WRITE-GL-EXTRACT
           END-IF
           PERFORM LOAD-PRIOR-HISTORY
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-VARIANCE-REPORT
           DISPLAY "Grand total balance: " WS-TOTAL-BALANCE
           DISPLAY "Records rejected during validation: "
               WS-REJECTED-COUNT.

       MERGE-STREAM-TOTALS.
           IF ST-RUN-DATE NOT = WS-BATCH-DATE
               DISPLAY "WARNING - stream totals for " ST-FROM-SEGMENT
                   " thru " ST-THRU-SEGMENT " are dated " ST-RUN-DATE
                   " and do not match run date " WS-BATCH-DATE
      -            "; record not consolidated."
           ELSE
               PERFORM MERGE-CURRENT-STREAM
           END-IF.

       MERGE-CURRENT-STREAM.
           ADD 1 TO WS-STREAM-COUNT
           ADD ST-TOTAL-BALANCE TO WS-TOTAL-BALANCE
               ON SIZE ERROR
                   MOVE 1 TO WS-OVERFLOW-FLAG
                   DISPLAY "Arithmetic overflow consolidating stream "
                       ST-FROM-SEGMENT " thru " ST-THRU-SEGMENT
      -                ". Total may be inaccurate."
           END-ADD
           ADD ST-RECORD-COUNT    TO WS-RECORD-COUNT
           ADD ST-READ-COUNT      TO WS-READ-COUNT
           ADD ST-HASH-TOTAL      TO WS-HASH-TOTAL
           ADD ST-READ-HASH-TOTAL TO WS-READ-HASH-TOTAL
           ADD ST-REJECTED-COUNT  TO WS-REJECTED-COUNT
           IF ST-OVERFLOW-FLAG = 1
               MOVE 1 TO WS-OVERFLOW-FLAG
           END-IF
           PERFORM VARYING WS-AGE-BUCKET-IX FROM 1 BY 1
               UNTIL WS-AGE-BUCKET-IX > 6
               ADD ST-GRAND-AGE-BUCKET(WS-AGE-BUCKET-IX)
                   TO WS-GRAND-AGE-BUCKET(WS-AGE-BUCKET-IX)
                   ON SIZE ERROR
                       DISPLAY "Grand aging bucket overflow "
                           "consolidating stream " ST-FROM-SEGMENT
                           " thru " ST-THRU-SEGMENT "."
               END-ADD
           END-PERFORM
           PERFORM VARYING WS-CONS-IX FROM 1 BY 1
               UNTIL WS-CONS-IX > ST-SEGMENT-COUNT
               PERFORM MERGE-STREAM-SEGMENT
           END-PERFORM.

       MERGE-STREAM-SEGMENT.
           MOVE 0 TO WS-CONS-SEG-FOUND
           PERFORM VARYING WS-VAR-IX FROM 1 BY 1
               UNTIL WS-VAR-IX > WS-RUN-SEG-COUNT
               IF WS-RUN-SEG-CODE(WS-VAR-IX) =
                  ST-SEG-CODE(WS-CONS-IX)
                   ADD ST-SEG-SUBTOTAL(WS-CONS-IX)
                       TO WS-RUN-SEG-SUBTOTAL(WS-VAR-IX)
                   MOVE 1 TO WS-CONS-SEG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CONS-SEG-FOUND = 0
               IF WS-RUN-SEG-COUNT < WS-RUN-SEG-MAX
                   ADD 1 TO WS-RUN-SEG-COUNT
                   MOVE ST-SEG-CODE(WS-CONS-IX)
                       TO WS-RUN-SEG-CODE(WS-RUN-SEG-COUNT)
                   MOVE ST-SEG-SUBTOTAL(WS-CONS-IX)
                       TO WS-RUN-SEG-SUBTOTAL(WS-RUN-SEG-COUNT)
               ELSE
                   DISPLAY "WARNING - run segment table full at "
                       WS-RUN-SEG-MAX " entries; segment "
                       ST-SEG-CODE(WS-CONS-IX) " not carried to "
                       "the run history or variance report."
               END-IF
           END-IF.

       CONVERT-MASTER-PROCESS.
           OPEN INPUT OLD-CUSTOMER-FILE
           IF WS-OLD-CUST-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open OLD-CUSTOMER-FILE, "
                   "status " WS-OLD-CUST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open CUSTOMER-FILE for "
                   "output, status " WS-CUSTOMER-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CONV-EOF = 1
               READ OLD-CUSTOMER-FILE
                   AT END MOVE 1 TO WS-CONV-EOF
                   NOT AT END PERFORM CONVERT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-CUSTOMER-FILE
           CLOSE CUSTOMER-FILE
           DISPLAY "Master conversion complete. Records converted: "
               WS-CONVERTED-COUNT.

       CONVERT-MASTER-RECORD.
           MOVE OC-CUSTOMER-ID       TO CF-CUSTOMER-ID
           MOVE OC-CUSTOMER-NAME     TO CF-CUSTOMER-NAME
           MOVE OC-SEGMENT-CODE      TO CF-SEGMENT-CODE
           MOVE OC-CUSTOMER-BALANCE  TO CF-CUSTOMER-BALANCE
           MOVE ZEROS                TO CF-LAST-ACTIVITY-DATE
           MOVE ZEROS                TO CF-DUE-DATE
           MOVE SPACES               TO CF-CURRENCY-CODE
           MOVE ZEROS                TO CF-CREDIT-LIMIT
           MOVE SPACE                TO CF-HOLD-FLAG
           MOVE ZEROS                TO CF-DUNNING-LEVEL
           MOVE ZEROS                TO CF-LAST-NOTICE-DATE
           MOVE ZEROS                TO CF-BASE-EQUIVALENT
           MOVE ZEROS                TO CF-REVAL-RATE
           MOVE SPACE                TO CF-PLACED-FLAG
           MOVE SPACES               TO CF-AGENCY-CODE
           MOVE ZEROS                TO CF-PLACED-DATE
           MOVE ZEROS                TO CF-PARENT-ID
           MOVE ZEROS                TO CF-GROUP-LIMIT
           WRITE CF-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Conversion reject - duplicate customer "
                       OC-CUSTOMER-ID " not written to the new "
                       "master."
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

       JOURNAL-CONVERT-PROCESS.
           OPEN INPUT OLD-JOURNAL-FILE
           IF WS-OLD-JRNL-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open OLD-JOURNAL-FILE, "
                   "status " WS-OLD-JRNL-STATUS
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open JOURNAL-FILE for "
                   "conversion, status " WS-JOURNAL-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-JCONV-EOF = 1
               READ OLD-JOURNAL-FILE
                   AT END MOVE 1 TO WS-JCONV-EOF
                   NOT AT END PERFORM CONVERT-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-JOURNAL-FILE
           CLOSE JOURNAL-FILE
           DISPLAY "Journal conversion complete. Entries converted: "
               WS-JCONV-COUNT " skipped: " WS-JCONV-SKIP-COUNT.

       CONVERT-JOURNAL-RECORD.
           IF OJ-CUSTOMER-ID IS NOT NUMERIC
              OR OJ-RUN-DATE IS NOT NUMERIC
              OR OJ-RUN-TIME IS NOT NUMERIC
               ADD 1 TO WS-JCONV-SKIP-COUNT
               DISPLAY "Conversion skip - old journal entry with an "
                   "unreadable key was not carried to the new "
                   "journal."
           ELSE
               MOVE OJ-CUSTOMER-ID     TO JR-CUSTOMER-ID
               MOVE OJ-RUN-DATE        TO JR-RUN-DATE
               MOVE OJ-RUN-TIME        TO JR-RUN-TIME
               MOVE ZEROS              TO JR-ENTRY-SEQ
               MOVE OJ-RUN-MODE        TO JR-RUN-MODE
               MOVE OJ-OPERATOR-ID     TO JR-OPERATOR-ID
               MOVE OJ-BEFORE-BALANCE  TO JR-BEFORE-BALANCE
               MOVE OJ-AFTER-BALANCE   TO JR-AFTER-BALANCE
               MOVE SPACES             TO JR-BEFORE-IMAGE
               MOVE OJ-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
               MOVE SPACES             TO JR-AFTER-IMAGE
               MOVE OJ-AFTER-IMAGE     TO JR-AFTER-IMAGE
               MOVE 0 TO WS-JRNL-WRITTEN
               PERFORM WRITE-JOURNAL-ATTEMPT
                   UNTIL WS-JRNL-WRITTEN = 1
               ADD 1 TO WS-JCONV-COUNT
           END-IF.

       OPEN-JOURNAL-FILES.
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open JOURNAL-FILE, "
                   "status " WS-JOURNAL-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF WS-AUDIT-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open AUDIT-REPORT-FILE, "
                   "status " WS-AUDIT-RPT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BALANCE CHANGE AUDIT REPORT" DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  MODE " DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM CHECK-AUDIT-RPT-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST ID    BALANCE BEFORE   BALANCE AFTER"
                  DELIMITED BY SIZE
                  "      TIME" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM CHECK-AUDIT-RPT-STATUS.

       SAVE-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CF-CUSTOMER-RECORD  TO WS-BEFORE-IMAGE
           MOVE CF-CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE CF-CUSTOMER-ID      TO JR-CUSTOMER-ID
           MOVE WS-BATCH-DATE       TO JR-RUN-DATE
           MOVE WS-RUN-TIME         TO JR-RUN-TIME
           MOVE ZEROS               TO JR-ENTRY-SEQ
           MOVE WS-RUN-MODE         TO JR-RUN-MODE
           MOVE WS-OPERATOR-ID      TO JR-OPERATOR-ID
           MOVE WS-BEFORE-BALANCE   TO JR-BEFORE-BALANCE
           MOVE CF-CUSTOMER-BALANCE TO JR-AFTER-BALANCE
           MOVE WS-BEFORE-IMAGE     TO JR-BEFORE-IMAGE
           MOVE SPACES              TO JR-AFTER-IMAGE
           MOVE CF-CUSTOMER-RECORD  TO JR-AFTER-IMAGE
           MOVE 0 TO WS-JRNL-WRITTEN
           PERFORM WRITE-JOURNAL-ATTEMPT
               UNTIL WS-JRNL-WRITTEN = 1
           ADD 1 TO WS-JOURNAL-COUNT
           PERFORM WRITE-AUDIT-DETAIL-LINE.

       WRITE-JOURNAL-ATTEMPT.
           WRITE JOURNAL-RECORD
               INVALID KEY
                   IF WS-JOURNAL-FILE-STATUS = "22"
                      AND JR-ENTRY-SEQ < 999
                       ADD 1 TO JR-ENTRY-SEQ
                   ELSE
                       DISPLAY "FATAL - error writing JOURNAL-FILE, "
                           "status " WS-JOURNAL-FILE-STATUS
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 1 TO WS-JRNL-WRITTEN
           END-WRITE.

       WRITE-AUDIT-DETAIL-LINE.
           MOVE CF-CUSTOMER-ID      TO WS-EDIT-ID
           MOVE WS-BEFORE-BALANCE   TO WS-EDIT-BALANCE
           MOVE CF-CUSTOMER-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EDIT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM CHECK-AUDIT-RPT-STATUS.

       CLOSE-JOURNAL-FILES.
           MOVE WS-JOURNAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BALANCE CHANGES JOURNALED:" DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM CHECK-AUDIT-RPT-STATUS
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-REPORT-FILE.

       CHECK-AUDIT-RPT-STATUS.
           IF WS-AUDIT-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing AUDIT-REPORT-FILE, "
                   "status " WS-AUDIT-RPT-STATUS
               STOP RUN
           END-IF.

       OPEN-OPEN-ITEM-FILE.
           MOVE 1 TO WS-OI-AVAILABLE
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
               IF WS-OPEN-ITEM-STATUS = "00"
                   CLOSE OPEN-ITEM-FILE
                   OPEN I-O OPEN-ITEM-FILE
               END-IF
           END-IF
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "FATAL - unable to open OPEN-ITEM-FILE, status "
                   WS-OPEN-ITEM-STATUS
               STOP RUN
           END-IF.

       OPEN-OPEN-ITEM-INPUT.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS = "00"
               MOVE 1 TO WS-OI-AVAILABLE
           ELSE
               MOVE 0 TO WS-OI-AVAILABLE
               DISPLAY "WARNING - OPEN-ITEM-FILE not available, status "
                   WS-OPEN-ITEM-STATUS "; balances will be aged on "
                   "the master due date."
           END-IF.

       CLOSE-OPEN-ITEM-FILE.
           IF WS-OI-AVAILABLE = 1
               CLOSE OPEN-ITEM-FILE
               MOVE 0 TO WS-OI-AVAILABLE
           END-IF.

       LOAD-CUSTOMER-OPEN-ITEMS.
           MOVE ZEROS TO WS-OI-COUNT
           MOVE ZEROS TO WS-OI-ITEM-TOTAL
           IF WS-OI-AVAILABLE = 1
               MOVE 0 TO WS-OI-EOF
               MOVE WS-OI-CUST-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES TO OI-DOC-NUMBER
               START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-ITEM-KEY
                   INVALID KEY MOVE 1 TO WS-OI-EOF
               END-START
               PERFORM UNTIL WS-OI-EOF = 1
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END MOVE 1 TO WS-OI-EOF
                       NOT AT END
                           IF OI-CUSTOMER-ID NOT = WS-OI-CUST-ID
                               MOVE 1 TO WS-OI-EOF
                           ELSE
                               PERFORM LOAD-OPEN-ITEM-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LOAD-OPEN-ITEM-ENTRY.
           IF OI-OPEN-AMOUNT IS NUMERIC
              AND OI-OPEN-AMOUNT NOT = ZEROS
               IF WS-OI-COUNT < WS-OI-TABLE-MAX
                   ADD 1 TO WS-OI-COUNT
                   MOVE OI-DOC-NUMBER  TO WS-OI-DOC(WS-OI-COUNT)
                   MOVE OI-DOC-TYPE    TO WS-OI-TYPE(WS-OI-COUNT)
                   MOVE OI-DOC-DATE    TO WS-OI-DDATE(WS-OI-COUNT)
                   MOVE OI-DUE-DATE    TO WS-OI-DUE(WS-OI-COUNT)
                   MOVE OI-ORIGINAL-AMOUNT
                       TO WS-OI-ORIG(WS-OI-COUNT)
                   MOVE OI-OPEN-AMOUNT TO WS-OI-OPEN(WS-OI-COUNT)
                   MOVE 0 TO WS-OI-CHANGED(WS-OI-COUNT)
                   MOVE ZEROS TO WS-OI-DISP(WS-OI-COUNT)
                   ADD OI-OPEN-AMOUNT TO WS-OI-ITEM-TOTAL
               ELSE
                   DISPLAY "WARNING - open item table full at "
                       WS-OI-TABLE-MAX " entries for customer "
                       WS-OI-CUST-ID "; remaining items aged on the "
                       "master due date."
                   MOVE 1 TO WS-OI-EOF
               END-IF
           END-IF.

       APPLY-TRANS-TO-OPEN-ITEMS.
           MOVE CF-CUSTOMER-ID TO WS-OI-CUST-ID
           PERFORM LOAD-CUSTOMER-OPEN-ITEMS
           PERFORM SET-NEW-ITEM-DOC-DATE
           COMPUTE WS-OI-RESIDUAL =
               WS-BEFORE-BALANCE - WS-OI-ITEM-TOTAL
           IF WS-OI-RESIDUAL NOT = ZEROS
               PERFORM CREATE-FORWARD-ITEM
           END-IF
           COMPUTE WS-OI-EFFECT =
               WS-POSTED-BALANCE - WS-BEFORE-BALANCE
           IF WS-OI-EFFECT > ZEROS
               PERFORM CREATE-DEBIT-ITEM
           END-IF
           IF WS-OI-EFFECT < ZEROS
               PERFORM CREATE-CREDIT-ITEM
           END-IF
           PERFORM SAVE-CHANGED-OPEN-ITEMS
           PERFORM FIND-OLDEST-OPEN-DEBIT
           IF WS-OI-PICK NOT = ZEROS
               MOVE WS-OI-DUE(WS-OI-PICK) TO CF-DUE-DATE
           END-IF.

       SET-NEW-ITEM-DOC-DATE.
           MOVE WS-BATCH-DATE TO WS-OI-NEW-DATE
           IF TR-TRANS-DATE IS NUMERIC
              AND TR-TRANS-DATE NOT = ZEROS
               MOVE TR-TRANS-DATE TO WS-WORK-DATE
               IF WS-WORK-YYYY < 1900
                  OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
                  OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
                   CONTINUE
               ELSE
                   MOVE TR-TRANS-DATE TO WS-OI-NEW-DATE
               END-IF
           END-IF.

       SET-NEW-ITEM-DUE-DATE.
           MOVE ZEROS TO WS-OI-NEW-DUE
           IF TR-DUE-DATE IS NUMERIC
              AND TR-DUE-DATE NOT = ZEROS
               MOVE TR-DUE-DATE TO WS-WORK-DATE
               IF WS-WORK-YYYY < 1900
                  OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
                  OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
                   CONTINUE
               ELSE
                   MOVE TR-DUE-DATE TO WS-OI-NEW-DUE
               END-IF
           END-IF
           IF WS-OI-NEW-DUE = ZEROS
               COMPUTE WS-OI-NEW-DUE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-OI-NEW-DATE)
                   + WS-TERMS-DAYS)
           END-IF.

       CREATE-FORWARD-ITEM.
           MOVE "B" TO WS-OI-NEW-TYPE
           MOVE SPACES TO WS-OI-NEW-DOC
           MOVE WS-OI-NEW-DATE TO WS-OI-NEW-DUE
           IF CF-DUE-DATE IS NUMERIC
              AND CF-DUE-DATE NOT = ZEROS
               MOVE CF-DUE-DATE TO WS-WORK-DATE
               IF WS-WORK-YYYY < 1900
                  OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
                  OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
                   CONTINUE
               ELSE
                   MOVE CF-DUE-DATE TO WS-OI-NEW-DUE
               END-IF
           END-IF
           MOVE WS-OI-RESIDUAL TO WS-OI-NEW-ORIG
           MOVE WS-OI-RESIDUAL TO WS-OI-NEW-OPEN
           PERFORM WRITE-NEW-OPEN-ITEM.

       CREATE-DEBIT-ITEM.
           EVALUATE TR-TRANS-TYPE
               WHEN "C"
                   MOVE "I" TO WS-OI-NEW-TYPE
               WHEN "A"
                   MOVE "D" TO WS-OI-NEW-TYPE
               WHEN OTHER
                   MOVE "R" TO WS-OI-NEW-TYPE
           END-EVALUATE
           MOVE TR-DOC-NUMBER TO WS-OI-NEW-DOC
           PERFORM SET-NEW-ITEM-DUE-DATE
           MOVE WS-OI-EFFECT TO WS-OI-NEW-ORIG
           MOVE WS-OI-EFFECT TO WS-OI-NEW-OPEN
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
                  OR WS-OI-NEW-OPEN = ZEROS
               IF WS-OI-OPEN(WS-OI-IX) < ZEROS
                   COMPUTE WS-OI-APPLY-AMT =
                       ZERO - WS-OI-OPEN(WS-OI-IX)
                   IF WS-OI-APPLY-AMT > WS-OI-NEW-OPEN
                       MOVE WS-OI-NEW-OPEN TO WS-OI-APPLY-AMT
                   END-IF
                   ADD WS-OI-APPLY-AMT TO WS-OI-OPEN(WS-OI-IX)
                   SUBTRACT WS-OI-APPLY-AMT FROM WS-OI-NEW-OPEN
                   MOVE 1 TO WS-OI-CHANGED(WS-OI-IX)
               END-IF
           END-PERFORM
           PERFORM WRITE-NEW-OPEN-ITEM.

       CREATE-CREDIT-ITEM.
           IF TR-TRANS-TYPE = "P"
               MOVE "P" TO WS-OI-NEW-TYPE
           ELSE
               MOVE "M" TO WS-OI-NEW-TYPE
           END-IF
           COMPUTE WS-OI-TO-APPLY = ZERO - WS-OI-EFFECT
           MOVE TR-DOC-NUMBER TO WS-OI-REF-DOC
           PERFORM RELIEVE-OPEN-ITEMS
           IF WS-OI-REF-FOUND = 1
               MOVE SPACES TO WS-OI-NEW-DOC
           ELSE
               MOVE TR-DOC-NUMBER TO WS-OI-NEW-DOC
           END-IF
           MOVE WS-OI-NEW-DATE TO WS-OI-NEW-DUE
           MOVE WS-OI-EFFECT TO WS-OI-NEW-ORIG
           COMPUTE WS-OI-NEW-OPEN = ZERO - WS-OI-TO-APPLY
           PERFORM WRITE-NEW-OPEN-ITEM.

       RELIEVE-OPEN-ITEMS.
           MOVE 0 TO WS-OI-REF-FOUND
           IF WS-OI-REF-DOC NOT = SPACES
               PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   IF WS-OI-DOC(WS-OI-IX) = WS-OI-REF-DOC
                       MOVE 1 TO WS-OI-REF-FOUND
                       IF WS-OI-OPEN(WS-OI-IX) > ZEROS
                          AND WS-OI-TO-APPLY > ZEROS
                           PERFORM APPLY-TO-OPEN-ITEM
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-OI-TO-APPLY NOT > ZEROS
               PERFORM FIND-OLDEST-OPEN-DEBIT
               IF WS-OI-PICK = ZEROS
                   EXIT PERFORM
               END-IF
               MOVE WS-OI-PICK TO WS-OI-IX
               PERFORM APPLY-TO-OPEN-ITEM
           END-PERFORM.

       FIND-OLDEST-OPEN-DEBIT.
           MOVE ZEROS TO WS-OI-PICK
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
               IF WS-OI-OPEN(WS-OI-IX) > WS-OI-DISP(WS-OI-IX)
                   IF WS-OI-PICK = ZEROS
                       MOVE WS-OI-IX TO WS-OI-PICK
                   ELSE
                       IF WS-OI-DUE(WS-OI-IX) < WS-OI-DUE(WS-OI-PICK)
                           MOVE WS-OI-IX TO WS-OI-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-TO-OPEN-ITEM.
           IF WS-OI-OPEN(WS-OI-IX) < WS-OI-TO-APPLY
               MOVE WS-OI-OPEN(WS-OI-IX) TO WS-OI-APPLY-AMT
           ELSE
               MOVE WS-OI-TO-APPLY TO WS-OI-APPLY-AMT
           END-IF
           SUBTRACT WS-OI-APPLY-AMT FROM WS-OI-OPEN(WS-OI-IX)
           SUBTRACT WS-OI-APPLY-AMT FROM WS-OI-TO-APPLY
           MOVE 1 TO WS-OI-CHANGED(WS-OI-IX)
           IF WS-RUN-MODE = "LBOX"
               PERFORM RECORD-LOCKBOX-ALLOCATION
           END-IF.

       RECORD-LOCKBOX-ALLOCATION.
           IF WS-LA-COUNT < WS-LA-TABLE-MAX
               ADD 1 TO WS-LA-COUNT
               MOVE WS-OI-CUST-ID       TO WS-LA-ID(WS-LA-COUNT)
               MOVE WS-OI-DOC(WS-OI-IX) TO WS-LA-DOC(WS-LA-COUNT)
               MOVE WS-OI-APPLY-AMT     TO WS-LA-AMT(WS-LA-COUNT)
           ELSE
               DISPLAY "WARNING - lockbox allocation table full at "
                   WS-LA-TABLE-MAX " entries; later receipts for "
                   "customer " WS-OI-CUST-ID " may list items "
                   "already applied in this run."
           END-IF
           PERFORM WRITE-CASH-ALLOCATION.

       DEDUCT-RUN-ALLOCATIONS.
           PERFORM VARYING WS-LA-IX FROM 1 BY 1
               UNTIL WS-LA-IX > WS-LA-COUNT
               IF WS-LA-ID(WS-LA-IX) = WS-OI-CUST-ID
                   PERFORM VARYING WS-OI-IX FROM 1 BY 1
                       UNTIL WS-OI-IX > WS-OI-COUNT
                       IF WS-OI-DOC(WS-OI-IX) = WS-LA-DOC(WS-LA-IX)
                           SUBTRACT WS-LA-AMT(WS-LA-IX)
                               FROM WS-OI-OPEN(WS-OI-IX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-NEW-OPEN-ITEM.
           MOVE WS-OI-CUST-ID TO OI-CUSTOMER-ID
           IF WS-OI-NEW-DOC = SPACES
               PERFORM NEXT-OPEN-ITEM-DOC
           ELSE
               MOVE WS-OI-NEW-DOC TO OI-DOC-NUMBER
           END-IF
           MOVE WS-OI-NEW-TYPE TO OI-DOC-TYPE
           MOVE WS-OI-NEW-DATE TO OI-DOC-DATE
           MOVE WS-OI-NEW-DUE  TO OI-DUE-DATE
           MOVE WS-OI-NEW-ORIG TO OI-ORIGINAL-AMOUNT
           MOVE WS-OI-NEW-OPEN TO OI-OPEN-AMOUNT
           MOVE WS-BATCH-DATE  TO OI-LAST-APPLIED-DATE
           MOVE 0 TO WS-OI-WRITTEN
           PERFORM WRITE-OPEN-ITEM-ATTEMPT
               UNTIL WS-OI-WRITTEN = 1
           IF WS-OI-NEW-OPEN NOT = ZEROS
              AND WS-OI-COUNT < WS-OI-TABLE-MAX
               ADD 1 TO WS-OI-COUNT
               MOVE OI-DOC-NUMBER  TO WS-OI-DOC(WS-OI-COUNT)
               MOVE OI-DOC-TYPE    TO WS-OI-TYPE(WS-OI-COUNT)
               MOVE OI-DOC-DATE    TO WS-OI-DDATE(WS-OI-COUNT)
               MOVE OI-DUE-DATE    TO WS-OI-DUE(WS-OI-COUNT)
               MOVE WS-OI-NEW-ORIG TO WS-OI-ORIG(WS-OI-COUNT)
               MOVE WS-OI-NEW-OPEN TO WS-OI-OPEN(WS-OI-COUNT)
               MOVE 0 TO WS-OI-CHANGED(WS-OI-COUNT)
               MOVE ZEROS TO WS-OI-DISP(WS-OI-COUNT)
           END-IF.

       WRITE-OPEN-ITEM-ATTEMPT.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   IF WS-OPEN-ITEM-STATUS = "22"
                       IF WS-OI-NEW-DOC NOT = SPACES
                          AND OI-DOC-NUMBER = WS-OI-NEW-DOC
                           PERFORM NEXT-OPEN-ITEM-DOC
                           DISPLAY "WARNING - document " WS-OI-NEW-DOC
                               " already on OPEN-ITEM-FILE for "
                               "customer " OI-CUSTOMER-ID
                               "; renumbered " OI-DOC-NUMBER
                       ELSE
                           PERFORM NEXT-OPEN-ITEM-DOC
                       END-IF
                   ELSE
                       DISPLAY "FATAL - error writing OPEN-ITEM-FILE, "
                           "status " WS-OPEN-ITEM-STATUS
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 1 TO WS-OI-WRITTEN
           END-WRITE.

       NEXT-OPEN-ITEM-DOC.
           IF WS-OI-DOC-SEQ NOT < 9999
               DISPLAY "FATAL - open item document numbers exhausted "
                   "for run date " WS-BATCH-DATE
               STOP RUN
           END-IF
           ADD 1 TO WS-OI-DOC-SEQ
           MOVE WS-BATCH-DATE  TO WS-WORK-DATE
           MOVE WS-OI-NEW-TYPE TO WS-OI-GEN-TYPE
           MOVE WS-WORK-YYYY   TO WS-OI-GEN-YY
           MOVE WS-WORK-MM     TO WS-OI-GEN-MM
           MOVE WS-WORK-DD     TO WS-OI-GEN-DD
           MOVE WS-OI-DOC-SEQ  TO WS-OI-GEN-SEQ
           MOVE WS-OI-GEN-DOC  TO OI-DOC-NUMBER.

       SAVE-CHANGED-OPEN-ITEMS.
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
               IF WS-OI-CHANGED(WS-OI-IX) = 1
                  AND WS-OI-DOC(WS-OI-IX) NOT = SPACES
                   MOVE WS-OI-CUST-ID       TO OI-CUSTOMER-ID
                   MOVE WS-OI-DOC(WS-OI-IX) TO OI-DOC-NUMBER
                   READ OPEN-ITEM-FILE
                       INVALID KEY
                           DISPLAY "WARNING - open item "
                               WS-OI-DOC(WS-OI-IX) " for customer "
                               WS-OI-CUST-ID " not found on update."
                       NOT INVALID KEY
                           MOVE WS-OI-OPEN(WS-OI-IX) TO OI-OPEN-AMOUNT
                           MOVE WS-BATCH-DATE TO OI-LAST-APPLIED-DATE
                           REWRITE OPEN-ITEM-RECORD
                               INVALID KEY
                                   DISPLAY "FATAL - error rewriting "
                                       "OPEN-ITEM-FILE, status "
                                       WS-OPEN-ITEM-STATUS
                                   STOP RUN
                           END-REWRITE
                   END-READ
                   MOVE 0 TO WS-OI-CHANGED(WS-OI-IX)
               END-IF
           END-PERFORM.

       CLOSE-CUSTOMER-OPEN-ITEMS.
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
               IF WS-OI-OPEN(WS-OI-IX) NOT = WS-OI-DISP(WS-OI-IX)
                   MOVE WS-OI-DISP(WS-OI-IX) TO WS-OI-OPEN(WS-OI-IX)
                   MOVE 1 TO WS-OI-CHANGED(WS-OI-IX)
               END-IF
           END-PERFORM
           PERFORM SAVE-CHANGED-OPEN-ITEMS.

       BUILD-CUSTOMER-AGING.
           MOVE WS-CUSTOMER-ID TO WS-OI-CUST-ID
           PERFORM LOAD-CUSTOMER-OPEN-ITEMS
           INITIALIZE WS-OI-BUCKETS
           MOVE ZEROS TO WS-OI-PAST-DUE-AMT
           MOVE 1 TO WS-OI-OLDEST-BUCKET
           MOVE ZEROS TO WS-OI-OLDEST-DAYS
           MOVE ZEROS TO WS-OI-OLDEST-DUE
           MOVE ZEROS TO WS-DS-OPEN-AMT
           COMPUTE WS-OI-RESIDUAL =
               WS-CUSTOMER-BALANCE - WS-OI-ITEM-TOTAL
           IF WS-OI-RESIDUAL NOT = ZEROS
              AND WS-OI-COUNT < WS-OI-TABLE-MAX
               ADD 1 TO WS-OI-COUNT
               MOVE SPACES         TO WS-OI-DOC(WS-OI-COUNT)
               MOVE "B"            TO WS-OI-TYPE(WS-OI-COUNT)
               MOVE WS-DUE-DATE    TO WS-OI-DDATE(WS-OI-COUNT)
               MOVE WS-DUE-DATE    TO WS-OI-DUE(WS-OI-COUNT)
               MOVE WS-OI-RESIDUAL TO WS-OI-ORIG(WS-OI-COUNT)
               MOVE WS-OI-RESIDUAL TO WS-OI-OPEN(WS-OI-COUNT)
               MOVE 0 TO WS-OI-CHANGED(WS-OI-COUNT)
               MOVE ZEROS TO WS-OI-DISP(WS-OI-COUNT)
               MOVE ZEROS TO WS-OI-RESIDUAL
           END-IF
           IF WS-DS-AVAILABLE = 1
               PERFORM EXCLUDE-DISPUTED-AMOUNTS
           END-IF
           PERFORM VARYING WS-OI-IX FROM 1 BY 1
               UNTIL WS-OI-IX > WS-OI-COUNT
               MOVE WS-OI-DUE(WS-OI-IX)  TO WS-AGE-DUE-DATE
               COMPUTE WS-OI-AGE-AMT =
                   WS-OI-OPEN(WS-OI-IX) - WS-OI-DISP(WS-OI-IX)
               PERFORM AGE-OPEN-AMOUNT
           END-PERFORM
           IF WS-OI-RESIDUAL NOT = ZEROS
               MOVE WS-DUE-DATE    TO WS-AGE-DUE-DATE
               MOVE WS-OI-RESIDUAL TO WS-OI-AGE-AMT
               PERFORM AGE-OPEN-AMOUNT
           END-IF
           COMPUTE WS-DS-UNDISPUTED =
               WS-CUSTOMER-BALANCE - WS-DS-OPEN-AMT
           IF WS-OI-PAST-DUE-AMT > WS-DS-UNDISPUTED
               MOVE WS-DS-UNDISPUTED TO WS-OI-PAST-DUE-AMT
           END-IF
           IF WS-OI-PAST-DUE-AMT < ZEROS
               MOVE ZEROS TO WS-OI-PAST-DUE-AMT
           END-IF.

       AGE-OPEN-AMOUNT.
           PERFORM SET-AGE-BUCKET-INDEX
           ADD WS-OI-AGE-AMT TO WS-OI-BUCKET-AMT(WS-AGE-BUCKET-IX)
           IF WS-AGE-BUCKET-IX > 1
              AND WS-OI-AGE-AMT > ZEROS
               ADD WS-OI-AGE-AMT TO WS-OI-PAST-DUE-AMT
               IF WS-DAYS-PAST-DUE > WS-OI-OLDEST-DAYS
                   MOVE WS-DAYS-PAST-DUE  TO WS-OI-OLDEST-DAYS
                   MOVE WS-AGE-BUCKET-IX  TO WS-OI-OLDEST-BUCKET
                   MOVE WS-AGE-DUE-DATE   TO WS-OI-OLDEST-DUE
               END-IF
           END-IF.

       CONVERT-AGING-TO-BASE.
           MOVE ZEROS TO WS-OI-BASE-TOTAL
           PERFORM VARYING WS-AGE-BUCKET-IX FROM 1 BY 1
               UNTIL WS-AGE-BUCKET-IX > 6
               COMPUTE WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX) ROUNDED =
                   WS-OI-BUCKET-AMT(WS-AGE-BUCKET-IX) * WS-RATE-USED
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX)
               END-COMPUTE
               ADD WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX)
                   TO WS-OI-BASE-TOTAL
           END-PERFORM
           COMPUTE WS-OI-BUCKET-BASE(1) = WS-OI-BUCKET-BASE(1)
               + WS-BASE-BALANCE - WS-OI-BASE-TOTAL.

       OPEN-DISPUTE-INPUT.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE 1 TO WS-DS-AVAILABLE
           ELSE
               MOVE 0 TO WS-DS-AVAILABLE
               DISPLAY "WARNING - DISPUTE-FILE not available, status "
                   WS-DISPUTE-STATUS "; no amounts will be treated "
                   "as in dispute."
           END-IF.

       CLOSE-DISPUTE-FILE.
           IF WS-DS-AVAILABLE = 1
               CLOSE DISPUTE-FILE
               MOVE 0 TO WS-DS-AVAILABLE
           END-IF.

       EXCLUDE-DISPUTED-AMOUNTS.
           MOVE 0 TO WS-DS-EOF
           MOVE WS-OI-CUST-ID TO DS-CUSTOMER-ID
           MOVE ZEROS TO DS-DISPUTE-NUMBER
           START DISPUTE-FILE KEY IS NOT LESS THAN DS-DISPUTE-KEY
               INVALID KEY MOVE 1 TO WS-DS-EOF
           END-START
           PERFORM UNTIL WS-DS-EOF = 1
               READ DISPUTE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-DS-EOF
                   NOT AT END
                       IF DS-CUSTOMER-ID NOT = WS-OI-CUST-ID
                           MOVE 1 TO WS-DS-EOF
                       ELSE
                           IF DS-STATUS = "O"
                              AND DS-AMOUNT IS NUMERIC
                              AND DS-AMOUNT > ZEROS
                               PERFORM PROTECT-DISPUTED-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROTECT-DISPUTED-AMOUNT.
           ADD DS-AMOUNT TO WS-DS-OPEN-AMT
           MOVE DS-AMOUNT TO WS-OI-TO-APPLY
           IF DS-DOC-NUMBER NOT = SPACES
               PERFORM VARYING WS-OI-IX FROM 1 BY 1
                   UNTIL WS-OI-IX > WS-OI-COUNT
                   IF WS-OI-DOC(WS-OI-IX) = DS-DOC-NUMBER
                       PERFORM PROTECT-OPEN-ITEM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-OI-TO-APPLY NOT > ZEROS
               PERFORM FIND-OLDEST-OPEN-DEBIT
               IF WS-OI-PICK = ZEROS
                   EXIT PERFORM
               END-IF
               MOVE WS-OI-PICK TO WS-OI-IX
               PERFORM PROTECT-OPEN-ITEM
           END-PERFORM.

       PROTECT-OPEN-ITEM.
           COMPUTE WS-OI-APPLY-AMT =
               WS-OI-OPEN(WS-OI-IX) - WS-OI-DISP(WS-OI-IX)
           IF WS-OI-APPLY-AMT > WS-OI-TO-APPLY
               MOVE WS-OI-TO-APPLY TO WS-OI-APPLY-AMT
           END-IF
           IF WS-OI-APPLY-AMT > ZEROS
               ADD WS-OI-APPLY-AMT TO WS-OI-DISP(WS-OI-IX)
               SUBTRACT WS-OI-APPLY-AMT FROM WS-OI-TO-APPLY
           END-IF.

       OPEN-PLAN-INPUT.
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-STATUS = "00"
               MOVE 1 TO WS-PP-AVAILABLE
           ELSE
               MOVE 0 TO WS-PP-AVAILABLE
               DISPLAY "WARNING - PAYMENT-PLAN-FILE not available, "
                   "status " WS-PLAN-STATUS "; no accounts will be "
                   "treated as on a payment plan."
           END-IF.

       CLOSE-PLAN-FILE.
           IF WS-PP-AVAILABLE = 1
               CLOSE PAYMENT-PLAN-FILE
               MOVE 0 TO WS-PP-AVAILABLE
           END-IF.

       CHECK-PLAN-KEPT.
           MOVE 0 TO WS-PP-KEPT
           IF WS-PP-AVAILABLE = 1
               MOVE WS-CUSTOMER-ID TO PP-CUSTOMER-ID
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PP-STATUS = "A"
                           MOVE 1 TO WS-PP-KEPT
                       END-IF
               END-READ
           END-IF.

       RECORD-BALANCE-MOVEMENT.
           ADD WS-MV-AMOUNT TO WS-MV-SOURCE-TOTAL
           MOVE 0 TO WS-MV-CONVERTED
           IF WS-MV-CURRENCY = WS-BASE-CURRENCY
              OR WS-MV-CURRENCY = SPACES
               MOVE WS-MV-AMOUNT TO WS-MV-BASE
               MOVE 1 TO WS-MV-CONVERTED
           ELSE
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                   IF WS-RATE-CCY(WS-RATE-IX) = WS-MV-CURRENCY
                       MOVE 1 TO WS-MV-CONVERTED
                       COMPUTE WS-MV-BASE ROUNDED =
                           WS-MV-AMOUNT * WS-RATE-VALUE(WS-RATE-IX)
                           ON SIZE ERROR
                               MOVE 0 TO WS-MV-CONVERTED
                       END-COMPUTE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MV-CONVERTED = 1
               PERFORM ADD-SEGMENT-MOVEMENT
           ELSE
               ADD 1 TO WS-MV-NORATE-COUNT
           END-IF.

       ADD-SEGMENT-MOVEMENT.
           ADD 1 TO WS-MV-COUNT
           ADD WS-MV-BASE TO WS-MV-RUN-TOTAL
           MOVE 0 TO WS-MVS-FOUND
           PERFORM VARYING WS-MVS-IX FROM 1 BY 1
               UNTIL WS-MVS-IX > WS-MVS-COUNT
               IF WS-MVS-CODE(WS-MVS-IX) = WS-MV-SEGMENT
                   MOVE 1 TO WS-MVS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MVS-FOUND = 0
               IF WS-MVS-COUNT < 20
                   ADD 1 TO WS-MVS-COUNT
                   MOVE WS-MVS-COUNT TO WS-MVS-IX
                   INITIALIZE WS-MVS-ENTRY(WS-MVS-IX)
                   MOVE WS-MV-SEGMENT TO WS-MVS-CODE(WS-MVS-IX)
                   MOVE 1 TO WS-MVS-FOUND
               ELSE
                   DISPLAY "WARNING - movement segment table full; "
                       "segment " WS-MV-SEGMENT " movement not "
                       "carried to MOVEFILE."
               END-IF
           END-IF
           IF WS-MVS-FOUND = 1
               ADD WS-MV-BASE TO WS-MVS-AMT(WS-MVS-IX, WS-MV-CAT)
           END-IF.

       WRITE-MOVEMENT-TOTALS.
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = "00"
               OPEN OUTPUT MOVEMENT-FILE
               IF WS-MOVEMENT-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open MOVEMENT-FILE, "
                       "status " WS-MOVEMENT-STATUS
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-BATCH-DATE      TO MV-BUSINESS-DATE
           MOVE WS-RUN-MODE        TO MV-RUN-MODE
           MOVE WS-RUN-TIME        TO MV-RUN-TIME
           MOVE WS-MV-COUNT        TO MV-RECORD-COUNT
           MOVE WS-MV-NORATE-COUNT TO MV-NORATE-COUNT
           MOVE WS-MV-SOURCE-TOTAL TO MV-SOURCE-TOTAL
           MOVE WS-MVS-COUNT       TO MV-SEGMENT-COUNT
           PERFORM VARYING WS-MVS-IX FROM 1 BY 1
               UNTIL WS-MVS-IX > 20
               IF WS-MVS-IX > WS-MVS-COUNT
                   MOVE SPACES TO MV-SEG-CODE(WS-MVS-IX)
               ELSE
                   MOVE WS-MVS-CODE(WS-MVS-IX)
                       TO MV-SEG-CODE(WS-MVS-IX)
               END-IF
               PERFORM VARYING WS-MV-CAT-IX FROM 1 BY 1
                   UNTIL WS-MV-CAT-IX > 6
                   IF WS-MVS-IX > WS-MVS-COUNT
                       MOVE ZEROS
                           TO MV-SEG-AMOUNT(WS-MVS-IX, WS-MV-CAT-IX)
                   ELSE
                       MOVE WS-MVS-AMT(WS-MVS-IX, WS-MV-CAT-IX)
                           TO MV-SEG-AMOUNT(WS-MVS-IX, WS-MV-CAT-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE MOVEMENT-RECORD
           IF WS-MOVEMENT-STATUS NOT = "00"
               DISPLAY "FATAL - error writing MOVEMENT-FILE, status "
                   WS-MOVEMENT-STATUS
               STOP RUN
           END-IF
           CLOSE MOVEMENT-FILE
           IF WS-MV-NORATE-COUNT > 0
               DISPLAY "WARNING - " WS-MV-NORATE-COUNT " balance "
                   "movement(s) had no usable exchange rate and are "
                   "excluded from the roll-forward movements."
           END-IF.

       LOAD-PERIOD-CALENDAR.
           MOVE ZEROS TO WS-PER-COUNT
           MOVE 0 TO WS-PER-EOF
           MOVE 0 TO WS-PER-LOADED
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE 1 TO WS-PER-LOADED
               PERFORM UNTIL WS-PER-EOF = 1
                   READ PERIOD-FILE
                       AT END MOVE 1 TO WS-PER-EOF
                       NOT AT END
                           IF WS-PER-COUNT < WS-PER-TABLE-MAX
                               ADD 1 TO WS-PER-COUNT
                               PERFORM STORE-PERIOD-ENTRY
                           ELSE
                               DISPLAY "WARNING - period table full "
                                   "at " WS-PER-TABLE-MAX " entries; "
                                   "remaining PERIOD-FILE records "
                                   "were not loaded."
                               MOVE 1 TO WS-PER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               DISPLAY "WARNING - PERIOD-FILE not available, status "
                   WS-PERIOD-STATUS "; item dates are not checked "
                   "against closed periods."
           END-IF
           PERFORM SET-CURRENT-PERIOD.

       STORE-PERIOD-ENTRY.
           MOVE PD-PERIOD-ID       TO WS-PER-ID(WS-PER-COUNT)
           MOVE PD-START-DATE      TO WS-PER-START(WS-PER-COUNT)
           MOVE PD-END-DATE        TO WS-PER-END(WS-PER-COUNT)
           MOVE PD-STATUS          TO WS-PER-STAT(WS-PER-COUNT)
           MOVE PD-CLOSE-DATE      TO WS-PER-CLOSE-DATE(WS-PER-COUNT)
           MOVE PD-CLOSE-OPERATOR  TO WS-PER-CLOSE-OPER(WS-PER-COUNT)
           MOVE PD-REOPEN-OPERATOR TO WS-PER-REOPEN-OPER(WS-PER-COUNT)
           MOVE PD-REOPEN-DATE     TO WS-PER-REOPEN-DATE(WS-PER-COUNT)
           IF WS-PER-STAT(WS-PER-COUNT) NOT = "C"
              AND WS-PER-STAT(WS-PER-COUNT) NOT = "R"
               MOVE "O" TO WS-PER-STAT(WS-PER-COUNT)
           END-IF.

       SET-CURRENT-PERIOD.
           MOVE ZEROS TO WS-PER-CURRENT-ID
           MOVE ZEROS TO WS-PER-FIRST-START
           MOVE WS-BATCH-DATE TO WS-PER-ROLL-DATE
           MOVE WS-PER-ROLL-OPTION TO WS-PER-CAN-ROLL
           PERFORM VARYING WS-PER-IX FROM 1 BY 1
               UNTIL WS-PER-IX > WS-PER-COUNT
               IF WS-PER-FIRST-START = ZEROS
                  OR WS-PER-START(WS-PER-IX) < WS-PER-FIRST-START
                   MOVE WS-PER-START(WS-PER-IX) TO WS-PER-FIRST-START
               END-IF
               IF WS-BATCH-DATE NOT < WS-PER-START(WS-PER-IX)
                  AND WS-BATCH-DATE NOT > WS-PER-END(WS-PER-IX)
                   MOVE WS-PER-ID(WS-PER-IX) TO WS-PER-CURRENT-ID
                   IF WS-PER-STAT(WS-PER-IX) = "O"
                       MOVE WS-PER-START(WS-PER-IX)
                           TO WS-PER-ROLL-DATE
                   ELSE
                       MOVE 0 TO WS-PER-CAN-ROLL
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PERIOD-DATE.
           MOVE 0 TO WS-PER-DATE-CLOSED
           MOVE ZEROS TO WS-PER-HIT-ID
           IF WS-PER-COUNT > ZEROS
              AND WS-PER-TEST-DATE IS NUMERIC
              AND WS-PER-TEST-DATE NOT = ZEROS
               IF WS-PER-TEST-DATE < WS-PER-FIRST-START
                   MOVE 1 TO WS-PER-DATE-CLOSED
               ELSE
                   PERFORM VARYING WS-PER-IX FROM 1 BY 1
                       UNTIL WS-PER-IX > WS-PER-COUNT
                       IF WS-PER-TEST-DATE NOT < WS-PER-START(WS-PER-IX)
                          AND WS-PER-TEST-DATE
                              NOT > WS-PER-END(WS-PER-IX)
                           IF WS-PER-STAT(WS-PER-IX) NOT = "O"
                               MOVE 1 TO WS-PER-DATE-CLOSED
                               MOVE WS-PER-ID(WS-PER-IX)
                                   TO WS-PER-HIT-ID
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SET-PERIOD-ACTION.
           MOVE SPACES TO WS-PER-EXC-ACTION
           IF WS-PER-CAN-ROLL = 1
               STRING "ROLLED TO " DELIMITED BY SIZE
                      WS-PER-ROLL-DATE DELIMITED BY SIZE
                   INTO WS-PER-EXC-ACTION
           ELSE
               MOVE "REJECTED" TO WS-PER-EXC-ACTION
           END-IF.

       WRITE-PERIOD-EXCEPTION.
           IF WS-PER-EXC-OPEN = 0
               PERFORM OPEN-PERIOD-EXCEPTIONS
           END-IF
           ADD 1 TO WS-PER-EXC-COUNT
           MOVE WS-PER-EXC-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PER-HIT-ID = ZEROS
               STRING WS-RUN-MODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PER-EXC-KEY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PER-TEST-DATE DELIMITED BY SIZE
                      "  PRE-CAL" DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PER-EXC-ACTION DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING WS-RUN-MODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PER-EXC-KEY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PER-TEST-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PER-HIT-ID DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PER-EXC-ACTION DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-PEREXC-LINE.

       OPEN-PERIOD-EXCEPTIONS.
           OPEN EXTEND PERIOD-EXCEPTION-FILE
           IF WS-PEREXC-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-EXCEPTION-FILE
               IF WS-PEREXC-STATUS NOT = "00"
                   DISPLAY "FATAL - unable to open "
                       "PERIOD-EXCEPTION-FILE, status "
                       WS-PEREXC-STATUS
                   STOP RUN
               END-IF
           END-IF
           MOVE 1 TO WS-PER-EXC-OPEN
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSED PERIOD EXCEPTIONS" DELIMITED BY SIZE
                  "          RUN DATE " DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  "  MODE " DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SIZE
                  "  OPEN PERIOD " DELIMITED BY SIZE
                  WS-PER-CURRENT-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-PEREXC-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MODE  ITEM KEY          ITEM DATE  PERIOD"
                  DELIMITED BY SIZE
                  "            AMOUNT  ACTION" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-PEREXC-LINE.

       CLOSE-PERIOD-EXCEPTIONS.
           IF WS-PER-EXC-OPEN = 1
               MOVE WS-PER-EXC-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ITEMS DATED INTO CLOSED PERIODS: "
                      DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-PEREXC-LINE
               CLOSE PERIOD-EXCEPTION-FILE
               MOVE 0 TO WS-PER-EXC-OPEN
               DISPLAY "Items dated into closed periods listed on "
                   "PEREXC: " WS-PER-EXC-COUNT
           END-IF.

       WRITE-PEREXC-LINE.
           MOVE WS-REPORT-LINE TO PERIOD-EXCEPTION-LINE
           WRITE PERIOD-EXCEPTION-LINE
           IF WS-PEREXC-STATUS NOT = "00"
               DISPLAY "FATAL - error writing PERIOD-EXCEPTION-FILE, "
                   "status " WS-PEREXC-STATUS
               STOP RUN
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE 0 TO WS-PER-ROLLED
           IF TR-TRANS-DATE IS NUMERIC
               MOVE TR-TRANS-DATE TO WS-PER-TEST-DATE
           ELSE
               MOVE ZEROS TO WS-PER-TEST-DATE
           END-IF
           PERFORM CHECK-PERIOD-DATE
           IF WS-PER-DATE-CLOSED = 1
               MOVE SPACES TO WS-PER-EXC-KEY
               MOVE TR-CUSTOMER-ID TO WS-PER-EXC-KEY
               MOVE TR-TRANS-AMOUNT TO WS-PER-EXC-AMOUNT
               PERFORM SET-PERIOD-ACTION
               IF WS-PER-CAN-ROLL = 1
                   MOVE TR-TRANS-DATE TO WS-PER-ORIG-DATE
                   MOVE WS-PER-ROLL-DATE TO TR-TRANS-DATE
                   MOVE 1 TO WS-PER-ROLLED
               ELSE
                   MOVE 0 TO WS-TRANS-VALID
                   MOVE "CLOSED PER" TO WS-POST-REJECT-REASON
               END-IF
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       CHECK-LOCKBOX-PERIOD.
           MOVE WS-LB-DATE TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-DATE
           IF WS-PER-DATE-CLOSED = 1
               MOVE WS-LB-REF TO WS-PER-EXC-KEY
               MOVE WS-LB-AMT TO WS-PER-EXC-AMOUNT
               PERFORM SET-PERIOD-ACTION
               IF WS-PER-CAN-ROLL = 1
                   MOVE WS-PER-ROLL-DATE TO WS-LB-DATE
               ELSE
                   MOVE "CLOSED PER" TO WS-LB-SUSP-REASON
                   MOVE "HELD IN SUSPENSE" TO WS-PER-EXC-ACTION
               END-IF
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       CHECK-MAINT-PERIOD.
           IF MT-EFFECTIVE-DATE IS NUMERIC
               MOVE MT-EFFECTIVE-DATE TO WS-PER-TEST-DATE
           ELSE
               MOVE ZEROS TO WS-PER-TEST-DATE
           END-IF
           PERFORM CHECK-PERIOD-DATE
           IF WS-PER-DATE-CLOSED = 1
               MOVE SPACES TO WS-PER-EXC-KEY
               MOVE MT-CUSTOMER-ID TO WS-PER-EXC-KEY
               IF MT-CORRECTED-BALANCE IS NUMERIC
                   MOVE MT-CORRECTED-BALANCE TO WS-PER-EXC-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-PER-EXC-AMOUNT
               END-IF
               PERFORM SET-PERIOD-ACTION
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       LOAD-OUTSTANDING-EXCEPTIONS.
                   "correction ignored to avoid double-posting an "
                   "already-balanced account."
           ELSE
               PERFORM CHECK-MAINT-PERIOD
               IF WS-PER-DATE-CLOSED = 1
                  AND WS-PER-CAN-ROLL = 0
                   PERFORM RESTORE-OUTSTANDING-EXCEPTION
                   DISPLAY "Maintenance reject - correction for "
                       "customer " MT-CUSTOMER-ID " is dated into a "
                       "closed period; account left on the exception "
                       "file."
               ELSE
                   MOVE MT-CUSTOMER-ID TO CF-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "Maintenance reject - customer "
                               MT-CUSTOMER-ID " not found on master"
                       NOT INVALID KEY
                           MOVE MT-CUSTOMER-ID TO WS-CORRECTION-ID
                           MOVE MT-CORRECTED-BALANCE
                               TO WS-CORRECTION-BALANCE
                           PERFORM CHECK-CORRECTION-LIMIT
                           IF WS-MAINT-OVER-LIMIT = 1
                               PERFORM DEFER-LARGE-CORRECTION
                           ELSE
                               PERFORM APPLY-BALANCE-CORRECTION
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CHECK-CORRECTION-LIMIT.
                       MOVE 1 TO WS-CORRECTION-APPLIED
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM POST-BALANCE-TO-TOTAL
                       PERFORM RECORD-CORRECTION-MOVEMENT
                       DISPLAY "Maintenance applied - "
                           "customer " WS-CUSTOMER-ID
                           " corrected and posted to "
                   "invalid - customer " WS-CUSTOMER-ID
           END-IF.

       RECORD-CORRECTION-MOVEMENT.
           MOVE CF-SEGMENT-CODE  TO WS-MV-SEGMENT
           MOVE 6                TO WS-MV-CAT
           MOVE WS-BASE-BALANCE  TO WS-MV-BASE
           ADD CF-CUSTOMER-BALANCE TO WS-MV-SOURCE-TOTAL
           PERFORM ADD-SEGMENT-MOVEMENT.

       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPER-FOUND
           MOVE 0 TO WS-OPER-EOF
               INTO WS-OPER-MODE-WORD(1) WS-OPER-MODE-WORD(2)
                    WS-OPER-MODE-WORD(3) WS-OPER-MODE-WORD(4)
                    WS-OPER-MODE-WORD(5) WS-OPER-MODE-WORD(6)
                    WS-OPER-MODE-WORD(7) WS-OPER-MODE-WORD(8)
                    WS-OPER-MODE-WORD(9) WS-OPER-MODE-WORD(10)
                    WS-OPER-MODE-WORD(11) WS-OPER-MODE-WORD(12)
           PERFORM VARYING WS-OPER-MODE-IX FROM 1 BY 1
               UNTIL WS-OPER-MODE-IX > 12
               IF WS-OPER-MODE-WORD(WS-OPER-MODE-IX) = WS-RUN-MODE
                   MOVE 1 TO WS-OPER-MODE-OK
                   EXIT PERFORM
           END-PERFORM
           PERFORM SAVE-PERSISTED-TOTALS
           PERFORM CLOSE-JOURNAL-FILES
           PERFORM WRITE-MOVEMENT-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE PENDING-APPROVAL-FILE
               MOVE "BAD ID"    TO WS-REJECT-REASON
           ELSE
               IF WS-CUSTOMER-BALANCE IS NOT NUMERIC
                  OR WS-CUSTOMER-BALANCE > WS-MAX-PLAUSIBLE-BALANCE
                  OR WS-CUSTOMER-BALANCE + WS-MAX-PLAUSIBLE-BALANCE
                     < ZEROS
                   MOVE 0 TO WS-VALID-RECORD
                   MOVE "BAD BAL"   TO WS-REJECT-REASON
               END-IF
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-FINCH-MIN-CENTS
                   END-IF
               WHEN "TERMDY"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-TERMS-DAYS
                   END-IF
               WHEN "PLNGRC"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-PLAN-GRACE-DAYS
                   END-IF
               WHEN "RFDMIN"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-RFD-MIN-CENTS
                   END-IF
               WHEN "RFDDAY"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-RFD-HOLD-DAYS
                   END-IF
               WHEN "PLCDAY"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-AGY-MIN-DAYS
                   END-IF
               WHEN "DDFEE"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-DD-FEE-CENTS
                   END-IF
               WHEN "DDRMAX"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-DD-RETURN-MAX
                   END-IF
               WHEN "SCWIN"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-WINDOW-DAYS
                   END-IF
               WHEN "SCRCNT"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-RECENT-DAYS
                   END-IF
               WHEN "SCUTIL"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-UTIL-PCT
                   END-IF
               WHEN "SCINCR"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-INCR-PCT
                   END-IF
               WHEN "SCDECR"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-DECR-PCT
                   END-IF
               WHEN "SCSLIP"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-SLIP-DAYS
                   END-IF
               WHEN "SCHOLD"
                   IF PRM-VALUE IS NUMERIC
                       MOVE PRM-VALUE TO WS-SC-HOLD-SCORE
                   END-IF
               WHEN "PERRFW"
                   IF PRM-VALUE IS NUMERIC
                       IF PRM-VALUE > ZEROS
                           MOVE 1 TO WS-PER-ROLL-OPTION
                       ELSE
                           MOVE 0 TO WS-PER-ROLL-OPTION
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING - unknown parameter keyword "
                       PRM-KEYWORD " ignored."
           END-IF.

       ACCUMULATE-AGING.
           PERFORM BUILD-CUSTOMER-AGING
           PERFORM CONVERT-AGING-TO-BASE
           PERFORM VARYING WS-AGE-BUCKET-IX FROM 1 BY 1
               UNTIL WS-AGE-BUCKET-IX > 6
               ADD WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX)
                   TO WS-SEG-AGE-BUCKET(WS-AGE-BUCKET-IX)
                   ON SIZE ERROR
                       DISPLAY "Aging bucket overflow for segment "
                           WS-SEGMENT-CODE
      -                    ". Aged trial balance may be inaccurate."
               END-ADD
               ADD WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX)
                   TO WS-GRAND-AGE-BUCKET(WS-AGE-BUCKET-IX)
                   ON SIZE ERROR
                       DISPLAY "Grand aging bucket overflow. Aged "
      -                    "trial balance may be inaccurate."
               END-ADD
           END-PERFORM
           PERFORM WRITE-AGED-DETAIL-LINE.

       SET-AGE-BUCKET-INDEX.
           MOVE WS-AGE-DUE-DATE TO WS-WORK-DATE
           MOVE ZEROS TO WS-DAYS-PAST-DUE
           IF WS-AGE-DUE-DATE IS NOT NUMERIC
              OR WS-AGE-DUE-DATE = ZEROS
              OR WS-WORK-YYYY < 1900
              OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
              OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
           ELSE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE <= 0
                       MOVE 1 TO WS-AGE-BUCKET-IX
           END-IF
           MOVE SPACES TO WS-AGED-DETAIL-LINE
           MOVE WS-CUSTOMER-ID TO WS-AGED-ID
           PERFORM VARYING WS-AGE-BUCKET-IX FROM 1 BY 1
               UNTIL WS-AGE-BUCKET-IX > 6
               IF WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX) NOT = ZEROS
                   MOVE WS-OI-BUCKET-BASE(WS-AGE-BUCKET-IX)
                       TO WS-AGED-AMT(WS-AGE-BUCKET-IX)
               END-IF
           END-PERFORM
           IF WS-BASE-BALANCE = ZEROS
               MOVE ZEROS TO WS-AGED-AMT(1)
           END-IF
           MOVE WS-AGED-DETAIL-LINE TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           PERFORM CHECK-AGED-FILE-STATUS
