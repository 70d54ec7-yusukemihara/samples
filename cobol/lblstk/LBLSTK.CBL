       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LBLSTK.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL TRANS-FILE
                                   ASSIGN  "STKTRAN"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  TRN-STATUS.
           SELECT  OPTIONAL STOCK-FILE
                                   ASSIGN  "LBLSTOCK"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  STK-KEY
                                   FILE    STATUS  IS  STK-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  OPTIONAL AUDIT-LOG-FILE
                                   ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  PARM-FILE       ASSIGN  "LBLSPRM"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PRM-STATUS.
           SELECT  REPORT-FILE     ASSIGN  "LBLSRPT"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RPT-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           03  STT-ACTION          PIC X(01).
               88  STT-ADD                     VALUE 'A'.
               88  STT-CHANGE                  VALUE 'C'.
               88  STT-DELETE                  VALUE 'D'.
               88  STT-RECEIPT                 VALUE 'R'.
               88  STT-COUNT                   VALUE 'P'.
           03  STT-DEST            PIC X(08).
           03  STT-STOCK-TYPE      PIC X(02).
           03  STT-QTY             PIC X(07).
           03  STT-REORDER-POINT   PIC X(07).
           03  STT-REORDER-QTY     PIC X(07).
           03  STT-REFERENCE       PIC X(10).
       FD  STOCK-FILE.
       01  STOCK-REC.
           COPY    "LBLSTOCK.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  PARM-FILE.
       01  PARM-REC.
           03  PRM-USAGE-DATE      PIC X(08).
           03  PRM-AVG-DAYS        PIC X(02).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  TRN-STATUS              PIC X(02).
       01  STK-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  AUD-STATUS              PIC X(02).
       01  PRM-STATUS              PIC X(02).
       01  RPT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-USAGE-DATE           PIC 9(08).
       01  WS-AVG-DAYS             PIC 9(02)   VALUE 14.
       01  WS-TRANS-READ           PIC 9(04)   VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(04)   VALUE 0.
       01  WS-REJECTS              PIC 9(04)   VALUE 0.
       01  WS-LABELS-USED          PIC 9(06)   VALUE 0.
       01  WS-STOCKS               PIC 9(04)   VALUE 0.
       01  WS-STOCKS-POSTED        PIC 9(04)   VALUE 0.
       01  WS-STOCKS-REORDER       PIC 9(04)   VALUE 0.
       01  WS-UNSTOCKED            PIC 9(04)   VALUE 0.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-QTY                  PIC 9(07).
       01  WS-REORDER-POINT        PIC 9(07).
       01  WS-REORDER-QTY          PIC 9(07).
       01  WS-TODAY-USED           PIC 9(06).
       01  WS-USAGE-SUM            PIC 9(08).
       01  WS-USAGE-CNT            PIC 9(02).
       01  WS-AVG-USAGE            PIC 9(06)V99.
       01  WS-DAYS-SUPPLY          PIC 9(05)V9.
       01  WS-TYPE-DEST            PIC X(08).
       01  WS-SUB                  PIC 9(02)   VALUE 0.
       01  WS-TYPE-SUB             PIC 9(03)   VALUE 0.
       01  WS-TYPE-HIT             PIC 9(03)   VALUE 0.
       01  WS-TYPE-MAX             PIC 9(03)   VALUE 200.
       01  WS-TYPE-CNT             PIC 9(03)   VALUE 0.
       01  WS-TYPE-TABLE.
           03  WS-TYPE-ENTRY       OCCURS 200.
               05  WS-TYP-TYPE     PIC X(02).
               05  WS-TYP-DEST     PIC X(08).
               05  WS-TYP-USED     PIC 9(06).
               05  WS-TYP-POSTED   PIC X(01).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-TRANS        PIC X(01)   VALUE 'N'.
               88  EOF-TRANS                   VALUE 'Y'.
           03  WS-EOF-AUDIT        PIC X(01)   VALUE 'N'.
               88  EOF-AUDIT                   VALUE 'Y'.
           03  WS-EOF-STK          PIC X(01)   VALUE 'N'.
               88  EOF-STK                     VALUE 'Y'.
           03  WS-EDIT-RESULT      PIC X(01)   VALUE 'Y'.
               88  EDIT-PASSED                 VALUE 'Y'.
               88  EDIT-FAILED                 VALUE 'N'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-REORDER-IND      PIC X(01)   VALUE 'N'.
               88  REORDER-NEEDED              VALUE 'Y'.
               88  REORDER-NOT-NEEDED          VALUE 'N'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'LABEL STOCK STATUS AND REORDER REPORT   '.
           03  FILLER              PIC X(11)   VALUE 'USAGE DATE '.
           03  HDR-USAGE-DATE      PIC 9(08).
           03  FILLER              PIC X(11)   VALUE '   RUN DATE'.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  HDR-RUN-DATE        PIC 9(08).
           03  FILLER              PIC X(16)   VALUE '   AVERAGE OVER'.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  HDR-AVG-DAYS        PIC Z9.
           03  FILLER              PIC X(05)   VALUE ' DAYS'.
           03  FILLER              PIC X(29)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-TRN-COLS.
           03  FILLER              PIC X(40)
               VALUE '  A  DEST      TYPE  QTY      RPOINT   R'.
           03  FILLER              PIC X(40)
               VALUE 'QTY     REFERENCE   RESULT    REASON    '.
           03  FILLER              PIC X(52)   VALUE SPACES.
       01  DTL-TRN-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-ACTION      PIC X(01).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-DEST        PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-TYPE        PIC X(02).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-TRN-QTY         PIC X(07).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-RPOINT      PIC X(07).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-RQTY        PIC X(07).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-REFERENCE   PIC X(10).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-RESULT      PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-REASON      PIC X(30).
           03  FILLER              PIC X(32)   VALUE SPACES.
       01  HDR-STK-COLS.
           03  FILLER              PIC X(40)
               VALUE '  DEST      TYPE   ON HAND  USED  AVG US'.
           03  FILLER              PIC X(40)
               VALUE 'E  DAYS SUPPLY   RPOINT     RQTY  LAST C'.
           03  FILLER              PIC X(40)
               VALUE 'OUNT  LAST RCPT                         '.
           03  FILLER              PIC X(12)   VALUE SPACES.
       01  DTL-STK-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-DEST        PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-TYPE        PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-ON-HAND     PIC -------9.
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-STK-USED        PIC ZZZZZ9.
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-STK-AVG         PIC ZZZZZ9.99.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-SUPPLY      PIC X(08).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-STK-RPOINT      PIC ZZZZZZ9.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-RQTY        PIC ZZZZZZ9.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-LAST-COUNT  PIC 9(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-LAST-RCPT   PIC 9(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STK-FLAG        PIC X(24).
           03  FILLER              PIC X(18)   VALUE SPACES.
       01  DTL-SUPPLY-EDIT         PIC ZZZZ9.9.
       01  HDR-USE-COLS.
           03  FILLER              PIC X(40)
               VALUE '  DEST      TYPE  LABELS USED           '.
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  DTL-USE-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-USE-DEST        PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-USE-TYPE        PIC X(02).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-USE-QTY         PIC ZZZZZ9.
           03  FILLER              PIC X(108)  VALUE SPACES.
       01  TOT-LINE.
           03  FILLER              PIC X(16)   VALUE 'TOTALS  TRANS = '.
           03  TOT-TRANS           PIC ZZZ9.
           03  FILLER              PIC X(12)   VALUE '  APPLIED = '.
           03  TOT-APPLIED         PIC ZZZ9.
           03  FILLER              PIC X(11)   VALUE '  REJECT = '.
           03  TOT-REJECTS         PIC ZZZ9.
           03  FILLER              PIC X(15)   VALUE '  LABELS USED ='.
           03  FILLER              PIC X(01)   VALUE SPACE.
           03  TOT-USED            PIC ZZZZZ9.
           03  FILLER              PIC X(12)   VALUE '  STOCKS  = '.
           03  TOT-STOCKS          PIC ZZZ9.
           03  FILLER              PIC X(12)   VALUE '  REORDER = '.
           03  TOT-REORDER         PIC ZZZ9.
           03  FILLER              PIC X(27)   VALUE SPACES.
       01  MSG-NO-STOCK            PIC X(132)  VALUE
           '  NO LABEL STOCK RECORDS ON FILE'.
       01  MSG-NONE-BELOW          PIC X(132)  VALUE
           '  NO DESTINATION IS AT OR BELOW ITS REORDER POINT'.
       01  MSG-ALL-STOCKED         PIC X(132)  VALUE
           '  ALL USAGE POSTED TO A STOCK RECORD'.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           MOVE    WS-START-DATE   TO  WS-USAGE-DATE.
           PERFORM 050-READ-PARM.
           OPEN    INPUT   TRANS-FILE.
           IF      TRN-STATUS      =   '05'
               MOVE    '00'            TO  TRN-STATUS
           END-IF.
           MOVE    TRN-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O     STOCK-FILE.
           IF      STK-STATUS      =   '05'
               MOVE    '00'            TO  STK-STATUS
           END-IF.
           MOVE    STK-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'STOCK-FILE'            TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   CONTROL-FILE.
           IF      CTL-STATUS      =   '00'
               SET     CTL-AVAILABLE       TO  TRUE
           ELSE
               SET     CTL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    OUTPUT  REPORT-FILE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    WS-USAGE-DATE   TO  HDR-USAGE-DATE.
           MOVE    WS-START-DATE   TO  HDR-RUN-DATE.
           MOVE    WS-AVG-DAYS     TO  HDR-AVG-DAYS.
           WRITE   REPORT-REC      FROM    HDR-LINE-1.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           PERFORM 100-APPLY-TRANSACTIONS.
           PERFORM 200-GATHER-USAGE.
           PERFORM 230-POST-USAGE.
           PERFORM 250-LIST-REORDERS.
           PERFORM 255-LIST-UNSTOCKED.
           MOVE    WS-TRANS-READ       TO  TOT-TRANS.
           MOVE    WS-TRANS-APPLIED    TO  TOT-APPLIED.
           MOVE    WS-REJECTS          TO  TOT-REJECTS.
           MOVE    WS-LABELS-USED      TO  TOT-USED.
           MOVE    WS-STOCKS           TO  TOT-STOCKS.
           MOVE    WS-STOCKS-REORDER   TO  TOT-REORDER.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           CLOSE   TRANS-FILE.
           CLOSE   STOCK-FILE.
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           CLOSE   REPORT-FILE.
           OPEN    OUTPUT  TRANS-FILE.
           MOVE    TRN-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           CLOSE   TRANS-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       050-READ-PARM       SECTION.
           OPEN    INPUT   PARM-FILE.
           IF      PRM-STATUS      =   '00'
               READ    PARM-FILE
                   AT  END
                       CONTINUE
                   NOT AT END
                       IF      PRM-USAGE-DATE  IS  NUMERIC
                           AND PRM-USAGE-DATE  NOT =   '00000000'
                           MOVE    PRM-USAGE-DATE  TO  WS-USAGE-DATE
                       END-IF
                       IF      PRM-AVG-DAYS    IS  NUMERIC
                           AND PRM-AVG-DAYS    NOT =   '00'
                           AND PRM-AVG-DAYS    NOT >   '28'
                           MOVE    PRM-AVG-DAYS    TO  WS-AVG-DAYS
                       END-IF
               END-READ
               CLOSE   PARM-FILE
           END-IF.

       100-APPLY-TRANSACTIONS  SECTION.
           MOVE    'STOCK TRANSACTIONS'    TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-TRN-COLS.
           PERFORM UNTIL   EOF-TRANS
               READ    TRANS-FILE
                   AT  END
                       SET     EOF-TRANS       TO  TRUE
                   NOT AT END
                       ADD     1               TO  WS-TRANS-READ
                       PERFORM 110-APPLY-TRANS
               END-READ
           END-PERFORM.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       110-APPLY-TRANS     SECTION.
           PERFORM 120-EDIT-TRANS.
           IF      EDIT-PASSED
               EVALUATE TRUE
                   WHEN    STT-ADD
                       PERFORM 130-ADD-STOCK
                   WHEN    OTHER
                       PERFORM 140-UPDATE-STOCK
               END-EVALUATE
           ELSE
               PERFORM 190-PRINT-REJECT
           END-IF.

       120-EDIT-TRANS      SECTION.
           SET     EDIT-PASSED     TO  TRUE.
           MOVE    SPACES          TO  WS-REJECT-REASON.
           MOVE    0               TO  WS-QTY.
           MOVE    0               TO  WS-REORDER-POINT.
           MOVE    0               TO  WS-REORDER-QTY.
           IF      NOT STT-ADD     AND NOT STT-CHANGE
               AND NOT STT-DELETE  AND NOT STT-RECEIPT
               AND NOT STT-COUNT
               MOVE    'INVALID ACTION CODE'   TO  WS-REJECT-REASON
               SET     EDIT-FAILED             TO  TRUE
           END-IF.
           IF      EDIT-PASSED
               IF      STT-DEST        =   SPACES
                   OR  STT-STOCK-TYPE  =   SPACES
                   MOVE    'DESTINATION OR TYPE MISSING'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED     AND STT-ADD
               PERFORM 125-EDIT-ADD
           END-IF.
           IF      EDIT-PASSED     AND STT-CHANGE
               IF      (STT-REORDER-POINT  NOT =   SPACES
                   AND  STT-REORDER-POINT  IS NOT NUMERIC)
                   OR  (STT-REORDER-QTY    NOT =   SPACES
                   AND  STT-REORDER-QTY    IS NOT NUMERIC)
                   MOVE    'REORDER FIELDS NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED     AND STT-RECEIPT
               IF      STT-REFERENCE   =   SPACES
                   MOVE    'RECEIPT REFERENCE MISSING'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED     AND STT-RECEIPT
               IF      STT-QTY         IS NOT NUMERIC
                   MOVE    'RECEIPT QUANTITY NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               ELSE
                   MOVE    STT-QTY         TO  WS-QTY
                   IF      WS-QTY          =   0
                       MOVE    'RECEIPT QUANTITY ZERO'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED         TO  TRUE
                   END-IF
               END-IF
           END-IF.
           IF      EDIT-PASSED     AND STT-COUNT
               IF      STT-QTY         IS NOT NUMERIC
                   MOVE    'COUNT QUANTITY NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               ELSE
                   MOVE    STT-QTY         TO  WS-QTY
               END-IF
           END-IF.

       125-EDIT-ADD        SECTION.
           IF      CTL-AVAILABLE
               MOVE    STT-STOCK-TYPE  TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       MOVE    'STOCK TYPE NOT ON LABELCTL'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED TO  TRUE
               END-READ
           END-IF.
           IF      EDIT-PASSED
               IF      STT-REORDER-POINT   IS NOT NUMERIC
                   OR  STT-REORDER-QTY     IS NOT NUMERIC
                   MOVE    'REORDER FIELDS NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               ELSE
                   MOVE    STT-REORDER-POINT   TO  WS-REORDER-POINT
                   MOVE    STT-REORDER-QTY     TO  WS-REORDER-QTY
               END-IF
           END-IF.
           IF      EDIT-PASSED
               IF      STT-QTY         =   SPACES
                   MOVE    0               TO  WS-QTY
               ELSE
                   IF      STT-QTY         IS NOT NUMERIC
                       MOVE    'OPENING QUANTITY NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED         TO  TRUE
                   ELSE
                       MOVE    STT-QTY         TO  WS-QTY
                   END-IF
               END-IF
           END-IF.

       130-ADD-STOCK       SECTION.
           INITIALIZE  STOCK-REC.
           MOVE    STT-DEST        TO  STK-DEST.
           MOVE    STT-STOCK-TYPE  TO  STK-STOCK-TYPE.
           MOVE    WS-QTY          TO  STK-ON-HAND.
           MOVE    WS-REORDER-POINT    TO  STK-REORDER-POINT.
           MOVE    WS-REORDER-QTY  TO  STK-REORDER-QTY.
           MOVE    WS-USAGE-DATE   TO  STK-LAST-COUNT.
           WRITE   STOCK-REC
               INVALID KEY
                   MOVE    'STOCK RECORD ALREADY ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 190-PRINT-REJECT
               NOT INVALID KEY
                   ADD     1               TO  WS-TRANS-APPLIED
                   MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                   PERFORM 180-PRINT-TRANS
           END-WRITE.

       140-UPDATE-STOCK    SECTION.
           MOVE    STT-DEST        TO  STK-DEST.
           MOVE    STT-STOCK-TYPE  TO  STK-STOCK-TYPE.
           READ    STOCK-FILE
               INVALID KEY
                   MOVE    'STOCK RECORD NOT ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 190-PRINT-REJECT
               NOT INVALID KEY
                   PERFORM 150-CHANGE-STOCK
           END-READ.

       150-CHANGE-STOCK    SECTION.
           EVALUATE TRUE
               WHEN    STT-DELETE
                   IF      STK-ON-HAND     NOT =   0
                       MOVE    'STOCK STILL ON HAND'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED         TO  TRUE
                   ELSE
                       DELETE  STOCK-FILE  RECORD
                   END-IF
               WHEN    STT-CHANGE
                   IF      STT-REORDER-POINT   NOT =   SPACES
                       MOVE    STT-REORDER-POINT
                                           TO  STK-REORDER-POINT
                   END-IF
                   IF      STT-REORDER-QTY     NOT =   SPACES
                       MOVE    STT-REORDER-QTY TO  STK-REORDER-QTY
                   END-IF
                   REWRITE STOCK-REC
               WHEN    STT-RECEIPT
                   IF      STT-REFERENCE   =   STK-LAST-RCPT-REF
                       AND STK-LAST-RECEIPT    =   WS-USAGE-DATE
                       MOVE    'RECEIPT ALREADY POSTED'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED         TO  TRUE
                   ELSE
                       ADD     WS-QTY          TO  STK-ON-HAND
                       MOVE    WS-USAGE-DATE   TO  STK-LAST-RECEIPT
                       MOVE    STT-REFERENCE   TO  STK-LAST-RCPT-REF
                       REWRITE STOCK-REC
                   END-IF
               WHEN    STT-COUNT
                   MOVE    WS-QTY          TO  STK-ON-HAND
                   MOVE    WS-USAGE-DATE   TO  STK-LAST-COUNT
                   REWRITE STOCK-REC
           END-EVALUATE.
           IF      EDIT-FAILED
               PERFORM 190-PRINT-REJECT
           ELSE
               MOVE    STK-STATUS              TO  WS-CHECK-STATUS
               MOVE    'STOCK-FILE'            TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               ADD     1               TO  WS-TRANS-APPLIED
               MOVE    'APPLIED'       TO  DTL-TRN-RESULT
               PERFORM 180-PRINT-TRANS
           END-IF.

       180-PRINT-TRANS     SECTION.
           MOVE    STT-ACTION      TO  DTL-TRN-ACTION.
           MOVE    STT-DEST        TO  DTL-TRN-DEST.
           MOVE    STT-STOCK-TYPE  TO  DTL-TRN-TYPE.
           MOVE    STT-QTY         TO  DTL-TRN-QTY.
           MOVE    STT-REORDER-POINT   TO  DTL-TRN-RPOINT.
           MOVE    STT-REORDER-QTY TO  DTL-TRN-RQTY.
           MOVE    STT-REFERENCE   TO  DTL-TRN-REFERENCE.
           MOVE    WS-REJECT-REASON    TO  DTL-TRN-REASON.
           WRITE   REPORT-REC      FROM    DTL-TRN-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       190-PRINT-REJECT    SECTION.
           MOVE    'REJECTED'      TO  DTL-TRN-RESULT.
           PERFORM 180-PRINT-TRANS.
           ADD     1               TO  WS-REJECTS.

       200-GATHER-USAGE    SECTION.
           OPEN    INPUT   AUDIT-LOG-FILE.
           IF      AUD-STATUS      =   '05'
               MOVE    '00'            TO  AUD-STATUS
           END-IF.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM UNTIL   EOF-AUDIT
               READ    AUDIT-LOG-FILE
                   AT  END
                       SET     EOF-AUDIT       TO  TRUE
                   NOT AT END
                       IF      AUDIT-DATE      =   WS-USAGE-DATE
                           AND AUDIT-RETURN-CODE   =   '00'
                           AND (AUDIT-EVENT    =   'LABEL'
                            OR  AUDIT-EVENT    =   'RETRY'
                            OR  AUDIT-EVENT    =   'SERIAL')
                           PERFORM 210-ADD-USAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE   AUDIT-LOG-FILE.
           PERFORM VARYING WS-TYPE-SUB FROM    1   BY  1
                   UNTIL   WS-TYPE-SUB >   WS-TYPE-CNT
               PERFORM 220-FIND-DEST
           END-PERFORM.

       210-ADD-USAGE       SECTION.
           ADD     1               TO  WS-LABELS-USED.
           MOVE    0               TO  WS-TYPE-HIT.
           PERFORM VARYING WS-TYPE-SUB FROM    1   BY  1
                   UNTIL   WS-TYPE-SUB >   WS-TYPE-CNT
               IF      WS-TYP-TYPE (WS-TYPE-SUB)   =   AUDIT-LABEL-TYPE
                   MOVE    WS-TYPE-SUB     TO  WS-TYPE-HIT
                   MOVE    WS-TYPE-CNT     TO  WS-TYPE-SUB
               END-IF
           END-PERFORM.
           IF      WS-TYPE-HIT     =   0
               IF      WS-TYPE-CNT     <   WS-TYPE-MAX
                   ADD     1               TO  WS-TYPE-CNT
                   MOVE    WS-TYPE-CNT     TO  WS-TYPE-HIT
                   MOVE    AUDIT-LABEL-TYPE
                                   TO  WS-TYP-TYPE (WS-TYPE-HIT)
                   MOVE    SPACES  TO  WS-TYP-DEST (WS-TYPE-HIT)
                   MOVE    0       TO  WS-TYP-USED (WS-TYPE-HIT)
                   MOVE    'N'     TO  WS-TYP-POSTED (WS-TYPE-HIT)
               ELSE
                   DISPLAY 'LBLSTK LABEL TYPE TABLE FULL - '
                           'CANNOT COUNT TYPE ' AUDIT-LABEL-TYPE
                   STOP RUN
               END-IF
           END-IF.
           ADD     1               TO  WS-TYP-USED (WS-TYPE-HIT).

       220-FIND-DEST       SECTION.
           MOVE    'DEFAULT'       TO  WS-TYPE-DEST.
           IF      CTL-AVAILABLE
               MOVE    WS-TYP-TYPE (WS-TYPE-SUB)   TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF      CTL-DEST        NOT =   SPACES
                           MOVE    CTL-DEST        TO  WS-TYPE-DEST
                       END-IF
               END-READ
           END-IF.
           MOVE    WS-TYPE-DEST    TO  WS-TYP-DEST (WS-TYPE-SUB).

       230-POST-USAGE      SECTION.
           MOVE    'STOCK STATUS BY DESTINATION'   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-STK-COLS.
           SET     REORDER-NOT-NEEDED  TO  TRUE.
           PERFORM 260-START-STOCK.
           PERFORM UNTIL   EOF-STK
               READ    STOCK-FILE      NEXT    RECORD
                   AT  END
                       SET     EOF-STK         TO  TRUE
                   NOT AT END
                       ADD     1               TO  WS-STOCKS
                       PERFORM 235-POST-ONE-STOCK
                       PERFORM 245-PRINT-STOCK
               END-READ
           END-PERFORM.
           IF      WS-STOCKS       =   0
               WRITE   REPORT-REC      FROM    MSG-NO-STOCK
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       235-POST-ONE-STOCK  SECTION.
           MOVE    0               TO  WS-TODAY-USED.
           PERFORM VARYING WS-TYPE-SUB FROM    1   BY  1
                   UNTIL   WS-TYPE-SUB >   WS-TYPE-CNT
               IF      WS-TYP-TYPE (WS-TYPE-SUB)   =   STK-STOCK-TYPE
                   AND WS-TYP-DEST (WS-TYPE-SUB)   =   STK-DEST
                   MOVE    WS-TYP-USED (WS-TYPE-SUB)   TO  WS-TODAY-USED
                   MOVE    'Y'     TO  WS-TYP-POSTED (WS-TYPE-SUB)
               END-IF
           END-PERFORM.
           IF      STK-LAST-USAGE-DATE <   WS-USAGE-DATE
               PERFORM VARYING WS-SUB  FROM    28  BY  -1
                       UNTIL   WS-SUB  <   2
                   MOVE    STK-DAILY-USAGE (WS-SUB - 1)
                                   TO  STK-DAILY-USAGE (WS-SUB)
               END-PERFORM
               MOVE    WS-TODAY-USED   TO  STK-DAILY-USAGE (1)
               IF      STK-USAGE-DAYS  <   28
                   ADD     1               TO  STK-USAGE-DAYS
               END-IF
               SUBTRACT WS-TODAY-USED  FROM    STK-ON-HAND
               MOVE    WS-USAGE-DATE   TO  STK-LAST-USAGE-DATE
               REWRITE STOCK-REC
               MOVE    STK-STATUS              TO  WS-CHECK-STATUS
               MOVE    'STOCK-FILE'            TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               ADD     1               TO  WS-STOCKS-POSTED
           ELSE
               DISPLAY 'LBLSTK USAGE FOR ' WS-USAGE-DATE
                       ' ALREADY POSTED TO ' STK-DEST ' '
                       STK-STOCK-TYPE
           END-IF.

       240-COMPUTE-SUPPLY  SECTION.
           MOVE    0               TO  WS-USAGE-SUM.
           MOVE    STK-USAGE-DAYS  TO  WS-USAGE-CNT.
           IF      WS-USAGE-CNT    >   WS-AVG-DAYS
               MOVE    WS-AVG-DAYS     TO  WS-USAGE-CNT
           END-IF.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-USAGE-CNT
               ADD     STK-DAILY-USAGE (WS-SUB)    TO  WS-USAGE-SUM
           END-PERFORM.
           IF      WS-USAGE-CNT    =   0
               MOVE    0               TO  WS-AVG-USAGE
           ELSE
               COMPUTE WS-AVG-USAGE ROUNDED
                                   =   WS-USAGE-SUM / WS-USAGE-CNT
           END-IF.
           IF      STK-ON-HAND     NOT >   STK-REORDER-POINT
               SET     REORDER-NEEDED      TO  TRUE
           ELSE
               SET     REORDER-NOT-NEEDED  TO  TRUE
           END-IF.

       245-PRINT-STOCK     SECTION.
           PERFORM 240-COMPUTE-SUPPLY.
           MOVE    STK-DEST        TO  DTL-STK-DEST.
           MOVE    STK-STOCK-TYPE  TO  DTL-STK-TYPE.
           MOVE    STK-ON-HAND     TO  DTL-STK-ON-HAND.
           MOVE    STK-DAILY-USAGE (1) TO  DTL-STK-USED.
           MOVE    WS-AVG-USAGE    TO  DTL-STK-AVG.
           EVALUATE TRUE
               WHEN    STK-ON-HAND     NOT >   0
                   MOVE    '   NONE'       TO  DTL-STK-SUPPLY
               WHEN    WS-AVG-USAGE    =   0
                   MOVE    ' NO USE'       TO  DTL-STK-SUPPLY
               WHEN    OTHER
                   COMPUTE WS-DAYS-SUPPLY
                                   =   STK-ON-HAND / WS-AVG-USAGE
                       ON SIZE ERROR
                           MOVE    99999.9         TO  WS-DAYS-SUPPLY
                   END-COMPUTE
                   MOVE    WS-DAYS-SUPPLY  TO  DTL-SUPPLY-EDIT
                   MOVE    DTL-SUPPLY-EDIT TO  DTL-STK-SUPPLY
           END-EVALUATE.
           MOVE    STK-REORDER-POINT   TO  DTL-STK-RPOINT.
           MOVE    STK-REORDER-QTY TO  DTL-STK-RQTY.
           MOVE    STK-LAST-COUNT  TO  DTL-STK-LAST-COUNT.
           MOVE    STK-LAST-RECEIPT    TO  DTL-STK-LAST-RCPT.
           IF      REORDER-NEEDED
               MOVE    '** BELOW REORDER POINT'    TO  DTL-STK-FLAG
           ELSE
               MOVE    SPACES          TO  DTL-STK-FLAG
           END-IF.
           WRITE   REPORT-REC      FROM    DTL-STK-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       250-LIST-REORDERS   SECTION.
           MOVE    'DESTINATIONS AT OR BELOW REORDER POINT'
                                   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-STK-COLS.
           PERFORM 260-START-STOCK.
           PERFORM UNTIL   EOF-STK
               READ    STOCK-FILE      NEXT    RECORD
                   AT  END
                       SET     EOF-STK         TO  TRUE
                   NOT AT END
                       PERFORM 240-COMPUTE-SUPPLY
                       IF      REORDER-NEEDED
                           ADD     1               TO  WS-STOCKS-REORDER
                           PERFORM 245-PRINT-STOCK
                       END-IF
               END-READ
           END-PERFORM.
           IF      WS-STOCKS-REORDER   =   0
               WRITE   REPORT-REC      FROM    MSG-NONE-BELOW
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       255-LIST-UNSTOCKED  SECTION.
           MOVE    'USAGE WITH NO STOCK RECORD'    TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-USE-COLS.
           PERFORM VARYING WS-TYPE-SUB FROM    1   BY  1
                   UNTIL   WS-TYPE-SUB >   WS-TYPE-CNT
               IF      WS-TYP-POSTED (WS-TYPE-SUB) =   'N'
                   ADD     1               TO  WS-UNSTOCKED
                   MOVE    WS-TYP-DEST (WS-TYPE-SUB)   TO  DTL-USE-DEST
                   MOVE    WS-TYP-TYPE (WS-TYPE-SUB)   TO  DTL-USE-TYPE
                   MOVE    WS-TYP-USED (WS-TYPE-SUB)   TO  DTL-USE-QTY
                   WRITE   REPORT-REC      FROM    DTL-USE-LINE
               END-IF
           END-PERFORM.
           IF      WS-UNSTOCKED    =   0
               WRITE   REPORT-REC      FROM    MSG-ALL-STOCKED
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       260-START-STOCK     SECTION.
           MOVE    'N'             TO  WS-EOF-STK.
           MOVE    LOW-VALUES      TO  STK-KEY.
           START   STOCK-FILE      KEY NOT <   STK-KEY
               INVALID KEY
                   SET     EOF-STK         TO  TRUE
           END-START.

       900-CHECK-STATUS    SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
               DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
                       ' STATUS=' WS-CHECK-STATUS
               STOP RUN
           END-IF.

       300-WRITE-SUMMARY   SECTION.
           OPEN    EXTEND          SUMMARY-FILE.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    SPACES                  TO  SUMMARY-LINE.
           STRING  'LBLSTK TRANS='             DELIMITED BY SIZE
                   WS-TRANS-READ               DELIMITED BY SIZE
                   ' REJ='                     DELIMITED BY SIZE
                   WS-REJECTS                  DELIMITED BY SIZE
                   ' USED='                    DELIMITED BY SIZE
                   WS-LABELS-USED              DELIMITED BY SIZE
                   ' REORDER='                 DELIMITED BY SIZE
                   WS-STOCKS-REORDER           DELIMITED BY SIZE
                   ' START='                   DELIMITED BY SIZE
                   WS-START-DATE               DELIMITED BY SIZE
                   WS-START-TIME               DELIMITED BY SIZE
                   ' END='                     DELIMITED BY SIZE
                   WS-END-DATE                 DELIMITED BY SIZE
                   WS-END-TIME                 DELIMITED BY SIZE
                   INTO    SUMMARY-LINE.
           WRITE   SUMMARY-REC.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           CLOSE   SUMMARY-FILE.
