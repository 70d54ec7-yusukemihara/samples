           SELECT  JOURNAL-FILE    ASSIGN  "ITMJRNL"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  JRN-STATUS.
           SELECT  OPTIONAL ITMHIST-FILE
                                   ASSIGN  "ITMHIST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  IHS-ID
                                   FILE    STATUS  IS  IHS-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           COPY    "ITMJRNL.INC".
       FD  ITMHIST-FILE.
       01  ITMHIST-REC.
           COPY    "ITMHIST.INC".
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       01  RPT-STATUS              PIC X(02).
       01  MST-STATUS              PIC X(02).
       01  JRN-STATUS              PIC X(02).
       01  IHS-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-MISSING-02           PIC 9(06)   VALUE 0.
       01  WS-MISSING-01           PIC 9(06)   VALUE 0.
       01  WS-PROMOTED             PIC 9(06)   VALUE 0.
       01  WS-HISTORY-WRITTEN      PIC 9(06)   VALUE 0.
       01  WS-HIST-TIME            PIC 9(08).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
                       WS-LAST-DATE
               STOP RUN
           END-IF.
           PERFORM 405-RECORD-HISTORY.
           OPEN    INPUT   TEST02-FILE.
           MOVE    STS-TEST02              TO  WS-CHECK-STATUS.
           MOVE    'TEST02-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 410-MARK-PROMOTED.
           PERFORM 420-RESET-JOURNAL.

       405-RECORD-HISTORY  SECTION.
           OPEN    INPUT   TEST01-FILE.
           MOVE    STS-TEST01              TO  WS-CHECK-STATUS.
           MOVE    'TEST01-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   TEST02-FILE.
           MOVE    STS-TEST02              TO  WS-CHECK-STATUS.
           MOVE    'TEST02-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O     ITMHIST-FILE.
           MOVE    IHS-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'ITMHIST-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ACCEPT   WS-HIST-TIME   FROM    TIME.
           PERFORM 110-READ-01.
           PERFORM 120-READ-02.
           PERFORM UNTIL   EOF-01  AND EOF-02
               INITIALIZE  ITMHIST-REC
               EVALUATE TRUE
                   WHEN    WS-KEY-01   =   WS-KEY-02
                       IF      WS-DATA-01  NOT =   WS-DATA-02
                           MOVE    WS-KEY-01   TO  IHS-KEY
                           MOVE    'C'         TO  IHS-ACTION
                           MOVE    WS-DATA-01  TO  IHS-BEFORE
                           MOVE    WS-DATA-02  TO  IHS-AFTER
                           PERFORM 407-WRITE-HISTORY
                       END-IF
                       PERFORM 110-READ-01
                       PERFORM 120-READ-02
                   WHEN    WS-KEY-01   <   WS-KEY-02
                       MOVE    WS-KEY-01   TO  IHS-KEY
                       MOVE    'D'         TO  IHS-ACTION
                       MOVE    WS-DATA-01  TO  IHS-BEFORE
                       PERFORM 407-WRITE-HISTORY
                       PERFORM 110-READ-01
                   WHEN    OTHER
                       MOVE    WS-KEY-02   TO  IHS-KEY
                       MOVE    'A'         TO  IHS-ACTION
                       MOVE    WS-DATA-02  TO  IHS-AFTER
                       PERFORM 407-WRITE-HISTORY
                       PERFORM 120-READ-02
               END-EVALUATE
           END-PERFORM.
           CLOSE   TEST01-FILE.
           CLOSE   TEST02-FILE.
           CLOSE   ITMHIST-FILE.
           MOVE    'N'             TO  WS-EOF-01.
           MOVE    'N'             TO  WS-EOF-02.

       407-WRITE-HISTORY   SECTION.
           MOVE    WS-START-DATE   TO  IHS-DATE.
           MOVE    WS-HIST-TIME    TO  IHS-TIME.
           MOVE    'DATA02'        TO  IHS-SOURCE.
           MOVE    'MIRRCHK'       TO  IHS-PROGRAM.
           MOVE    1               TO  IHS-SEQ.
           WRITE   ITMHIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM UNTIL   IHS-STATUS      NOT =   '22'
                   OR      IHS-SEQ         NOT <   9999
               ADD     1               TO  IHS-SEQ
               WRITE   ITMHIST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           MOVE    IHS-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'ITMHIST-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-HISTORY-WRITTEN.

       410-MARK-PROMOTED   SECTION.
           OPEN    OUTPUT  STATUS-FILE.
           MOVE    MST-STATUS              TO  WS-CHECK-STATUS.
           ELSE
               STRING  'MIRRCHK PROMOTE RECORDS='   DELIMITED BY SIZE
                       WS-PROMOTED                 DELIMITED BY SIZE
                       ' HIST='                    DELIMITED BY SIZE
                       WS-HISTORY-WRITTEN          DELIMITED BY SIZE
                       ' START='                   DELIMITED BY SIZE
                       WS-START-DATE               DELIMITED BY SIZE
                       WS-START-TIME               DELIMITED BY SIZE
