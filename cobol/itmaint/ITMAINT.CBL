           SELECT  JOURNAL-FILE    ASSIGN  "ITMJRNL"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  JRN-STATUS.
           SELECT  OPTIONAL PENDING-FILE
                                   ASSIGN  "ITMPEND"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  PND-ID
                                   FILE    STATUS  IS  PND-STATUS-FS.
           SELECT  OPTIONAL ITMHIST-FILE
                                   ASSIGN  "ITMHIST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  IHS-ID
                                   FILE    STATUS  IS  IHS-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       FILE                SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY    "ITMTRAN.INC".
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           COPY    "ITMJRNL.INC".
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY    "ITMPEND.INC".
       FD  ITMHIST-FILE.
       01  ITMHIST-REC.
           COPY    "ITMHIST.INC".
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       01  STS-TEST01              PIC X(02).
       01  REJ-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  PND-STATUS-FS           PIC X(02).
       01  IHS-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-EFF-DATE             PIC 9(08).
       01  WS-EFF-LIMIT            PIC 9(08).
       01  WS-TRANS-READ           PIC 9(04)   VALUE 0.
       01  WS-ADDS                 PIC 9(04)   VALUE 0.
       01  WS-CHANGES              PIC 9(04)   VALUE 0.
       01  WS-DELETES              PIC 9(04)   VALUE 0.
       01  WS-REJECTS              PIC 9(04)   VALUE 0.
       01  WS-PENDED               PIC 9(04)   VALUE 0.
       01  WS-CANCELLED            PIC 9(04)   VALUE 0.
       01  WS-CANCEL-HITS          PIC 9(04)   VALUE 0.
       01  WS-HISTORY-WRITTEN      PIC 9(04)   VALUE 0.
       01  WS-JOURNAL-TIME         PIC 9(08).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-BEFORE-DATA          PIC X(70).
       01  WS-ERP-TRAN.
           COPY    "TEST01.INC"   REPLACING    LEADING  ==TEST01==
                                  BY           ==ERD==.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-TRANS        PIC X(01)   VALUE 'N'.
               88  EOF-TRANS                   VALUE 'Y'.
           03  WS-EOF-PEND         PIC X(01)   VALUE 'N'.
               88  EOF-PEND                    VALUE 'Y'.
           03  WS-TRN-DISP         PIC X(01)   VALUE 'N'.
               88  APPLY-NOW                   VALUE 'N'.
               88  HELD-PENDING                VALUE 'P'.
               88  TRN-REJECTED                VALUE 'R'.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           MOVE    JRN-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'JOURNAL-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O     PENDING-FILE.
           MOVE    PND-STATUS-FS           TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'PENDING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O     ITMHIST-FILE.
           MOVE    IHS-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'ITMHIST-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM UNTIL   EOF-TRANS
               READ    TRANS-FILE
                   AT  END
           CLOSE   TEST01-FILE.
           CLOSE   REJECT-FILE.
           CLOSE   JOURNAL-FILE.
           CLOSE   PENDING-FILE.
           CLOSE   ITMHIST-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       100-APPLY-TRANS     SECTION.
           SET     APPLY-NOW       TO  TRUE.
           IF      TRN-ADD     OR  TRN-CHANGE  OR  TRN-DELETE
               OR  TRN-ERP-CHANGE
               PERFORM 105-CHECK-EFF-DATE
           END-IF.
           IF      APPLY-NOW
               EVALUATE TRUE
                   WHEN    TRN-ADD
                       PERFORM 110-ADD-ITEM
                   WHEN    TRN-CHANGE
                       PERFORM 120-CHANGE-ITEM
                   WHEN    TRN-ERP-CHANGE
                       PERFORM 125-ERP-CHANGE
                   WHEN    TRN-DELETE
                       PERFORM 130-DELETE-ITEM
                   WHEN    TRN-CANCEL
                       PERFORM 140-CANCEL-PENDING
                   WHEN    OTHER
                       MOVE    'INVALID ACTION CODE'
                                           TO  WS-REJECT-REASON
                       PERFORM 200-WRITE-REJECT
               END-EVALUATE
           END-IF.

       105-CHECK-EFF-DATE  SECTION.
           MOVE    0               TO  WS-EFF-DATE.
           IF      TRN-EFF-DATE    IS  NUMERIC
               MOVE    TRN-EFF-DATE    TO  WS-EFF-DATE
           END-IF.
           COMPUTE WS-EFF-LIMIT    =   WS-START-DATE   +   10000.
           EVALUATE TRUE
               WHEN    TRN-EFF-DATE    =   SPACES
               WHEN    TRN-EFF-DATE    =   ZEROS
                   CONTINUE
               WHEN    TRN-EFF-DATE    IS NOT NUMERIC
               WHEN    FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-DATE)
                                       NOT =   0
                   MOVE    'INVALID EFFECTIVE DATE'
                                           TO  WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
                   SET     TRN-REJECTED    TO  TRUE
               WHEN    WS-EFF-DATE     >   WS-EFF-LIMIT
                   MOVE    'EFFECTIVE DATE TOO FAR AHEAD'
                                           TO  WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
                   SET     TRN-REJECTED    TO  TRUE
               WHEN    TRN-EFF-DATE    >   WS-START-DATE
                   PERFORM 150-HOLD-PENDING
                   SET     HELD-PENDING    TO  TRUE
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE.

       110-ADD-ITEM        SECTION.
           MOVE    SPACES          TO  WS-BEFORE-DATA.
           MOVE    TRN-KEY         TO  TEST01-KEY.
           MOVE    TRN-DATA        TO  TEST01-DATA.
           WRITE   TEST01-REC
               NOT INVALID KEY
                   ADD     1               TO  WS-ADDS
                   PERFORM 250-WRITE-JOURNAL
                   PERFORM 260-WRITE-HISTORY
           END-WRITE.

       120-CHANGE-ITEM     SECTION.
                   MOVE    'KEY NOT ON FILE'       TO  WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
               NOT INVALID KEY
                   MOVE    TEST01-DATA     TO  WS-BEFORE-DATA
                   MOVE    TRN-DATA        TO  TEST01-DATA
                   REWRITE TEST01-REC
                   MOVE    STS-TEST01      TO  WS-CHECK-STATUS
                   PERFORM 900-CHECK-STATUS
                   ADD     1               TO  WS-CHANGES
                   PERFORM 250-WRITE-JOURNAL
                   PERFORM 260-WRITE-HISTORY
           END-READ.

       125-ERP-CHANGE      SECTION.
           MOVE    TRN-KEY         TO  TEST01-KEY.
           MOVE    TRN-DATA        TO  ERD-DATA.
           READ    TEST01-FILE
               INVALID KEY
                   MOVE    'KEY NOT ON FILE'       TO  WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
               NOT INVALID KEY
                   MOVE    TEST01-DATA     TO  WS-BEFORE-DATA
                   IF      ERD-DESC    NOT =   SPACES
                       MOVE    ERD-DESC        TO  TEST01-DESC
                   END-IF
                   IF      ERD-ACTIVE  OR  ERD-DISCONTINUED
                       MOVE    ERD-STATUS      TO  TEST01-STATUS
                   END-IF
                   IF      ERD-UOM     NOT =   SPACES
                       MOVE    ERD-UOM         TO  TEST01-UOM
                   END-IF
                   IF      ERD-CHG-DATE    IS  NUMERIC
                       MOVE    ERD-CHG-DATE    TO  TEST01-CHG-DATE
                   END-IF
                   REWRITE TEST01-REC
                   MOVE    STS-TEST01      TO  WS-CHECK-STATUS
                   MOVE    'TEST01-FILE'   TO  WS-CHECK-FILE-NAME
                   PERFORM 900-CHECK-STATUS
                   ADD     1               TO  WS-CHANGES
                   MOVE    'C'             TO  TRN-ACTION
                   MOVE    TEST01-DATA     TO  TRN-DATA
                   PERFORM 250-WRITE-JOURNAL
                   PERFORM 260-WRITE-HISTORY
           END-READ.

       130-DELETE-ITEM     SECTION.
           MOVE    TRN-KEY         TO  TEST01-KEY.
           READ    TEST01-FILE
               INVALID KEY
                   MOVE    'KEY NOT ON FILE'       TO  WS-REJECT-REASON
                   PERFORM 200-WRITE-REJECT
               NOT INVALID KEY
                   MOVE    TEST01-DATA     TO  WS-BEFORE-DATA
                   DELETE  TEST01-FILE     RECORD
                   MOVE    STS-TEST01      TO  WS-CHECK-STATUS
                   MOVE    'TEST01-FILE'   TO  WS-CHECK-FILE-NAME
                   PERFORM 900-CHECK-STATUS
                   ADD     1               TO  WS-DELETES
                   PERFORM 250-WRITE-JOURNAL
                   PERFORM 260-WRITE-HISTORY
           END-READ.

       140-CANCEL-PENDING  SECTION.
           MOVE    0               TO  WS-CANCEL-HITS.
           MOVE    'N'             TO  WS-EOF-PEND.
           MOVE    LOW-VALUES      TO  PND-ID.
           START   PENDING-FILE    KEY NOT <   PND-ID
               INVALID KEY
                   SET     EOF-PEND        TO  TRUE
           END-START.
           PERFORM UNTIL   EOF-PEND
               READ    PENDING-FILE    NEXT    RECORD
                   AT  END
                       SET     EOF-PEND        TO  TRUE
                   NOT AT END
                       IF      PND-KEY     =   TRN-KEY
                           AND PND-PENDING
                           AND (TRN-EFF-DATE   =   SPACES
                            OR  PND-EFF-DATE   =   TRN-EFF-DATE)
                           PERFORM 145-CANCEL-ONE
                       END-IF
               END-READ
           END-PERFORM.
           IF      WS-CANCEL-HITS  =   0
               MOVE    'NO PENDING CHANGE TO CANCEL'
                                   TO  WS-REJECT-REASON
               PERFORM 200-WRITE-REJECT
           ELSE
               ADD     WS-CANCEL-HITS  TO  WS-CANCELLED
           END-IF.

       145-CANCEL-ONE      SECTION.
           SET     PND-CANCELLED   TO  TRUE.
           MOVE    WS-START-DATE   TO  PND-CANCEL-DATE.
           REWRITE PENDING-REC.
           MOVE    PND-STATUS-FS           TO  WS-CHECK-STATUS.
           MOVE    'PENDING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-CANCEL-HITS.

       150-HOLD-PENDING    SECTION.
           INITIALIZE  PENDING-REC.
           MOVE    TRN-EFF-DATE    TO  PND-EFF-DATE.
           MOVE    TRN-KEY         TO  PND-KEY.
           MOVE    TRN-ACTION      TO  PND-ACTION.
           MOVE    TRN-DATA        TO  PND-DATA.
           SET     PND-PENDING     TO  TRUE.
           MOVE    WS-START-DATE   TO  PND-ENTRY-DATE.
           ACCEPT   PND-ENTRY-TIME FROM    TIME.
           MOVE    0               TO  PND-CANCEL-DATE.
           MOVE    1               TO  PND-SEQ.
           WRITE   PENDING-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM UNTIL   PND-STATUS-FS   NOT =   '22'
                   OR      PND-SEQ         NOT <   9999
               ADD     1               TO  PND-SEQ
               WRITE   PENDING-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           MOVE    PND-STATUS-FS           TO  WS-CHECK-STATUS.
           MOVE    'PENDING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-PENDED.

       250-WRITE-JOURNAL   SECTION.
           ACCEPT   WS-JOURNAL-TIME    FROM    TIME.
           MOVE    'JOURNAL-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       260-WRITE-HISTORY   SECTION.
           INITIALIZE  ITMHIST-REC.
           MOVE    TRN-KEY         TO  IHS-KEY.
           MOVE    WS-START-DATE   TO  IHS-DATE.
           MOVE    WS-JOURNAL-TIME TO  IHS-TIME.
           MOVE    TRN-ACTION      TO  IHS-ACTION.
           MOVE    'ITMTRAN'       TO  IHS-SOURCE.
           MOVE    'ITMAINT'       TO  IHS-PROGRAM.
           MOVE    WS-BEFORE-DATA  TO  IHS-BEFORE.
           IF      IHS-DELETE
               MOVE    SPACES          TO  IHS-AFTER
           ELSE
               MOVE    TRN-DATA        TO  IHS-AFTER
           END-IF.
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

       200-WRITE-REJECT    SECTION.
           MOVE    TRN-ACTION      TO  REJ-ACTION.
           MOVE    TRN-KEY         TO  REJ-KEY.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    SPACES                  TO  SUMMARY-LINE.
           STRING  'ITMAINT PENDING HELD='     DELIMITED BY SIZE
                   WS-PENDED                   DELIMITED BY SIZE
                   ' CNCL='                    DELIMITED BY SIZE
                   WS-CANCELLED                DELIMITED BY SIZE
                   ' HIST='                    DELIMITED BY SIZE
                   WS-HISTORY-WRITTEN          DELIMITED BY SIZE
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
