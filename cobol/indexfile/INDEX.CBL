           SELECT  AUDIT-LOG-FILE  ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-AUDIT.
           SELECT  OPTIONAL ITMHIST-FILE
                                   ASSIGN  "ITMHIST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  IHS-ID
                                   FILE    STATUS  IS  STS-ITMHIST.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-SUMMARY.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  ITMHIST-FILE.
       01  ITMHIST-REC.
           COPY    "ITMHIST.INC".
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE      PIC X(100).
           03  STS-CKPT          PIC X(02).
           03  STS-AUDIT         PIC X(02).
           03  STS-SUMMARY       PIC X(02).
           03  STS-ITMHIST       PIC X(02).
       01  WS-AUDIT-DATE         PIC 9(08).
       01  WS-AUDIT-TIME         PIC 9(08).
       01  WS-RUN-ID             PIC X(16).
           MOVE    STS-AUDIT               TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O             ITMHIST-FILE.
           MOVE    STS-ITMHIST             TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'ITMHIST-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM 100-LOAD-TEST01.
           PERFORM 200-MIRROR-TEST02.
           CLOSE   ITMHIST-FILE.
           CLOSE   AUDIT-LOG-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           IF      RESUMING
               OPEN    I-O             TEST01-FILE
           ELSE
               PERFORM 130-HISTORY-RELOAD
               OPEN    OUTPUT          TEST01-FILE
           END-IF.
           MOVE    STS-TEST01              TO  WS-CHECK-STATUS.
                   PERFORM 900-CHECK-STATUS
                   ADD 1 TO  CNT1
                   PERFORM 250-WRITE-AUDIT-LOAD
                   INITIALIZE  ITMHIST-REC
                   MOVE    'A'             TO  IHS-ACTION
                   MOVE    TEST01-DATA     TO  IHS-AFTER
                   PERFORM 270-WRITE-HISTORY
               END-IF
               ADD 1 TO  WS-SINCE-CKPT
               IF      WS-SINCE-CKPT   >=  WS-CKPT-INTERVAL
           PERFORM 900-CHECK-STATUS.
           CLOSE   CHECKPOINT-FILE.

       130-HISTORY-RELOAD  SECTION.
           OPEN    INPUT           TEST01-FILE.
           IF      STS-TEST01      =   '00'
               ACCEPT   WS-AUDIT-DATE  FROM    DATE YYYYMMDD
               ACCEPT   WS-AUDIT-TIME  FROM    TIME
               PERFORM UNTIL EOF-TEST01
                   READ    TEST01-FILE     NEXT    RECORD
                       AT  END
                           SET     EOF-TEST01  TO  TRUE
                       NOT AT END
                           INITIALIZE  ITMHIST-REC
                           MOVE    'D'             TO  IHS-ACTION
                           MOVE    TEST01-DATA     TO  IHS-BEFORE
                           PERFORM 270-WRITE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE   TEST01-FILE
               MOVE    'N'             TO  WS-EOF-TEST01
           END-IF.

       200-MIRROR-TEST02   SECTION.
           OPEN    INPUT           TEST01-FILE.
           MOVE    STS-TEST01              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       270-WRITE-HISTORY   SECTION.
           MOVE    TEST01-KEY      TO  IHS-KEY.
           MOVE    WS-AUDIT-DATE   TO  IHS-DATE.
           MOVE    WS-AUDIT-TIME   TO  IHS-TIME.
           MOVE    'INDEX'         TO  IHS-SOURCE.
           MOVE    'INDEX'         TO  IHS-PROGRAM.
           MOVE    1               TO  IHS-SEQ.
           WRITE   ITMHIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM UNTIL   STS-ITMHIST     NOT =   '22'
                   OR      IHS-SEQ         NOT <   9999
               ADD     1               TO  IHS-SEQ
               WRITE   ITMHIST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           MOVE    STS-ITMHIST             TO  WS-CHECK-STATUS.
           MOVE    'ITMHIST-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       300-WRITE-SUMMARY   SECTION.
           OPEN    EXTEND          SUMMARY-FILE.
           MOVE    STS-SUMMARY             TO  WS-CHECK-STATUS.
