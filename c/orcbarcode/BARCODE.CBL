           SELECT  DRIVER-FILE     ASSIGN  "LABELDRV"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  DRV-STATUS.
           SELECT  EXCEPTION-FILE  ASSIGN  DYNAMIC WS-EXC-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  EXC-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  AUDIT-LOG-FILE  ASSIGN  DYNAMIC WS-AUD-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  TEST01-FILE     ASSIGN  "DATA01"
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  TEST01-KEY
                                   FILE    STATUS  IS  STS-TEST01.
           SELECT  SUMMARY-FILE    ASSIGN  DYNAMIC WS-SUM-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
           SELECT  OPTIONAL HISTORY-FILE
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  PPR-KEY
                                   FILE    STATUS  IS  PPR-STATUS.
           SELECT  OPTIONAL PARTITION-FILE
                                   ASSIGN  "BCPARTS"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PTN-STATUS.
           SELECT  RESULT-PART-FILE
                                   ASSIGN  DYNAMIC WS-RSP-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RSP-STATUS.
           SELECT  HISTORY-PART-FILE
                                   ASSIGN  DYNAMIC WS-HSU-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  HSU-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  DRIVER-FILE.
       01  DRIVER-REC.
           COPY    "LABELREQ.INC"  REPLACING    LEADING  ==REQ==
                                   BY           ==DRV==.
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       FD  PARM-FILE.
       01  PARM-REC.
           03  PRM-OPTION          PIC X(08).
           03  PRM-PARTITION       PIC X(02).
       FD  RESULT-FILE.
       01  RESULT-REC.
           COPY    "LBLRSLT.INC".
       FD  PACK-PROFILE-FILE.
       01  PACK-PROFILE-REC.
           COPY    "PACKPROF.INC".
       FD  PARTITION-FILE.
       01  PARTITION-REC.
           COPY    "BCPART.INC".
       FD  RESULT-PART-FILE.
       01  RESULT-PART-REC.
           COPY    "LBLRSLT.INC"   REPLACING    LEADING  ==RSL==
                                   BY           ==RSP==.
       FD  HISTORY-PART-FILE.
       01  HISTORY-PART-REC.
           COPY    "LABELHST.INC"  REPLACING    LEADING  ==HST==
                                   BY           ==HSU==.
       WORKING-STORAGE         SECTION.
         COPY    "BARCODE.INC".
         COPY    "SYMEDIT.INC".
       01  DRV-STATUS              PIC X(02).
       01  EXC-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  PRM-STATUS              PIC X(02).
       01  RSL-STATUS              PIC X(02).
       01  PPR-STATUS              PIC X(02).
       01  PTN-STATUS              PIC X(02).
       01  RSP-STATUS              PIC X(02).
       01  HSU-STATUS              PIC X(02).
       01  WS-EXC-NAME             PIC X(30)   VALUE 'LABELEXC'.
       01  WS-AUD-NAME             PIC X(30)   VALUE 'AUDITLOG'.
       01  WS-SUM-NAME             PIC X(30)   VALUE 'SUMMARY'.
       01  WS-RSP-NAME             PIC X(30)   VALUE SPACES.
       01  WS-HSU-NAME             PIC X(30)   VALUE SPACES.
       01  WS-PARTITION            PIC 9(02)   VALUE 0.
       01  WS-PTN-FIRST            PIC 9(02)   VALUE 0.
       01  WS-PTN-LOW-KEY          PIC X(10)   VALUE LOW-VALUES.
       01  WS-PTN-HIGH-KEY         PIC X(10)   VALUE HIGH-VALUES.
       01  WS-AUDIT-DATE           PIC 9(08).
       01  WS-AUDIT-TIME           PIC 9(08).
       01  WS-RUN-ID               PIC X(16).
       01  WS-LABELS-OK            PIC 9(04)   VALUE 0.
       01  WS-LABELS-FAILED        PIC 9(04)   VALUE 0.
       01  WS-LABELS-SKIPPED       PIC 9(04)   VALUE 0.
       01  WS-LABELS-REJECTED      PIC 9(04)   VALUE 0.
       01  WS-ITEM-ID              PIC X(20).
       01  WS-LABEL-TYPE           PIC X(02).
       01  WS-PACK-LEVEL           PIC X(02)   VALUE SPACES.
       01  WS-REQ-DEPT             PIC X(06)   VALUE 'SYSTEM'.
       01  WS-REQ-REQUESTER        PIC X(08)   VALUE SPACES.
       01  WS-REQ-REASON           PIC X(02)   VALUE SPACES.
       01  WS-LEVELS-DONE          PIC 9(02)   VALUE 0.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
           03  WS-SOURCE           PIC X(01)   VALUE 'D'.
               88  SOURCE-DRIVER               VALUE 'D'.
               88  SOURCE-MASTER               VALUE 'M'.
               88  SOURCE-NONE                 VALUE 'N'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
               88  PPR-NOT-AVAILABLE           VALUE 'N'.
           03  WS-EOF-PACK         PIC X(01)   VALUE 'N'.
               88  EOF-PACK                    VALUE 'Y'.
           03  WS-RUN-MODE         PIC X(01)   VALUE 'S'.
               88  SINGLE-RUN                  VALUE 'S'.
               88  PARTITIONED-RUN             VALUE 'P'.
           03  WS-EOF-PTN          PIC X(01)   VALUE 'N'.
               88  EOF-PTN                     VALUE 'Y'.
           03  WS-PTN-FOUND        PIC X(01)   VALUE 'N'.
               88  PTN-FOUND                   VALUE 'Y'.
               88  PTN-NOT-FOUND               VALUE 'N'.
       LINKAGE                 SECTION.
      ************************************************************************
       PROCEDURE           DIVISION.
           STRING  WS-START-DATE               DELIMITED BY SIZE
                   WS-START-TIME               DELIMITED BY SIZE
                   INTO    WS-RUN-ID.
           PERFORM 050-READ-PARM.
           IF      PARTITIONED-RUN
               PERFORM 060-FIND-PARTITION
           END-IF.
           OPEN    INPUT   DRIVER-FILE.
           IF      DRV-STATUS      =   '00'
               READ    DRIVER-FILE
           ELSE
               SET     SOURCE-MASTER   TO  TRUE
           END-IF.
           IF      SOURCE-DRIVER
               AND PARTITIONED-RUN
               AND WS-PARTITION    NOT =   WS-PTN-FIRST
               CLOSE   DRIVER-FILE
               SET     SOURCE-NONE     TO  TRUE
           END-IF.
           IF      SOURCE-MASTER
               OPEN    INPUT   TEST01-FILE
               IF      STS-TEST01      =   '00'
               ELSE
                   SET     MASTER-NOT-AVAILABLE    TO  TRUE
               END-IF
               IF      PARTITIONED-RUN
                   OPEN    INPUT   HISTORY-FILE
               ELSE
                   OPEN    I-O     HISTORY-FILE
               END-IF
               IF      HST-STATUS      =   '00'    OR  '05'
                   SET     HST-AVAILABLE           TO  TRUE
               ELSE
           ELSE
               SET     CTL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           IF      PARTITIONED-RUN
               OPEN    OUTPUT  AUDIT-LOG-FILE
           ELSE
               OPEN    EXTEND  AUDIT-LOG-FILE
           END-IF.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           IF      PARTITIONED-RUN
               PERFORM 070-OPEN-PARTITION-FILES
           ELSE
               OPEN    I-O     RESULT-FILE
               IF      RSL-STATUS      =   '00'    OR  '05'
                   SET     RSL-AVAILABLE       TO  TRUE
               ELSE
                   SET     RSL-NOT-AVAILABLE   TO  TRUE
               END-IF
           END-IF.
           PERFORM 260-WRITE-AUDIT-SOURCE.
           IF      SOURCE-DRIVER
                   END-READ
               END-PERFORM
               CLOSE   DRIVER-FILE
           END-IF.
           IF      SOURCE-MASTER
               IF      MASTER-AVAILABLE
                   IF      PARTITIONED-RUN
                       PERFORM 080-START-PARTITION
                   END-IF
                   PERFORM UNTIL   EOF-MASTER
                       READ    TEST01-FILE     NEXT    RECORD
                           AT  END
                               SET     EOF-MASTER      TO  TRUE
                           NOT AT END
                               IF      PARTITIONED-RUN
                                   AND TEST01-KEY  >   WS-PTN-HIGH-KEY
                                   SET     EOF-MASTER      TO  TRUE
                               ELSE
                                   IF      TEST01-ACTIVE
                                       PERFORM 140-PRINT-ITEM-LEVELS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           IF      RSL-AVAILABLE
               CLOSE   RESULT-FILE
           END-IF.
           IF      PARTITIONED-RUN
               CLOSE   RESULT-PART-FILE
               CLOSE   HISTORY-PART-FILE
           END-IF.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
                       INTO    FNAME
           END-IF.
           PERFORM 150-GET-LABEL-DIMS.
           PERFORM 155-CHECK-CONTENT.
           IF      NOT SE-CONTENT-OK
               PERFORM 180-REJECT-CONTENT
           ELSE
               CALL  'orcbarcode' USING
                 BC-SET
               DISPLAY BC-RC
               IF      BC-RC           NOT =   ZERO
                   PERFORM 200-WRITE-EXCEPTION
                   ADD     1               TO  WS-LABELS-FAILED
               ELSE
                   ADD     1               TO  WS-LABELS-OK
                   IF      SOURCE-MASTER   AND HST-AVAILABLE
                       PERFORM 170-UPDATE-HISTORY
                   END-IF
               END-IF
               PERFORM 250-WRITE-AUDIT
               PERFORM 270-UPDATE-RESULT
           END-IF.

       050-READ-PARM           SECTION.
           OPEN    INPUT   PARM-FILE.
                       IF      PRM-OPTION  =   'FULL'
                           SET     FULL-REPRINT    TO  TRUE
                       END-IF
                       IF      PRM-PARTITION   IS  NUMERIC
                           AND PRM-PARTITION   NOT =   '00'
                           MOVE    PRM-PARTITION   TO  WS-PARTITION
                           SET     PARTITIONED-RUN TO  TRUE
                       END-IF
               END-READ
               CLOSE   PARM-FILE
           END-IF.

       060-FIND-PARTITION      SECTION.
           OPEN    INPUT   PARTITION-FILE.
           IF      PTN-STATUS      NOT =   '00'
               DISPLAY 'BARCODE PARTITION ' WS-PARTITION
                       ' REQUESTED BUT BCPARTS NOT AVAILABLE'
               MOVE    8               TO  RETURN-CODE
               STOP RUN
           END-IF.
           SET     PTN-NOT-FOUND   TO  TRUE.
           PERFORM UNTIL   EOF-PTN
               READ    PARTITION-FILE
                   AT  END
                       SET     EOF-PTN         TO  TRUE
                   NOT AT END
                       IF      WS-PTN-FIRST    =   0
                           MOVE    PTN-ID          TO  WS-PTN-FIRST
                       END-IF
                       IF      PTN-ID          =   WS-PARTITION
                           SET     PTN-FOUND       TO  TRUE
                           MOVE    PTN-LOW-KEY     TO  WS-PTN-LOW-KEY
                           MOVE    PTN-HIGH-KEY    TO  WS-PTN-HIGH-KEY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE   PARTITION-FILE.
           IF      PTN-NOT-FOUND
               DISPLAY 'BARCODE PARTITION ' WS-PARTITION
                       ' NOT DEFINED ON BCPARTS'
               MOVE    8               TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF      WS-PTN-LOW-KEY  =   SPACES
               MOVE    LOW-VALUES      TO  WS-PTN-LOW-KEY
           END-IF.
           IF      WS-PTN-HIGH-KEY =   SPACES
               MOVE    HIGH-VALUES     TO  WS-PTN-HIGH-KEY
           END-IF.
           MOVE    SPACES          TO  WS-EXC-NAME.
           STRING  'LABELEXC.P'                DELIMITED BY SIZE
                   WS-PARTITION                DELIMITED BY SIZE
                   INTO    WS-EXC-NAME.
           MOVE    SPACES          TO  WS-AUD-NAME.
           STRING  'AUDITLOG.P'                DELIMITED BY SIZE
                   WS-PARTITION                DELIMITED BY SIZE
                   INTO    WS-AUD-NAME.
           MOVE    SPACES          TO  WS-SUM-NAME.
           STRING  'SUMMARY.P'                 DELIMITED BY SIZE
                   WS-PARTITION                DELIMITED BY SIZE
                   INTO    WS-SUM-NAME.
           STRING  'LBLRSLT.P'                 DELIMITED BY SIZE
                   WS-PARTITION                DELIMITED BY SIZE
                   INTO    WS-RSP-NAME.
           STRING  'LBLHSTU.P'                 DELIMITED BY SIZE
                   WS-PARTITION                DELIMITED BY SIZE
                   INTO    WS-HSU-NAME.
           DISPLAY 'BARCODE PARTITION ' WS-PARTITION
                   ' KEYS ' WS-PTN-LOW-KEY ' TO ' WS-PTN-HIGH-KEY.

       070-OPEN-PARTITION-FILES    SECTION.
           SET     RSL-NOT-AVAILABLE   TO  TRUE.
           OPEN    OUTPUT  RESULT-PART-FILE.
           MOVE    RSP-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'RESULT-PART-FIL'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    OUTPUT  HISTORY-PART-FILE.
           MOVE    HSU-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'HISTORY-PART-FI'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       080-START-PARTITION     SECTION.
           MOVE    WS-PTN-LOW-KEY  TO  TEST01-KEY.
           START   TEST01-FILE     KEY NOT <   TEST01-KEY
               INVALID KEY
                   SET     EOF-MASTER      TO  TRUE
           END-START.

       130-PRINT-DRIVER-LABEL  SECTION.
           MOVE    DRV-ID          TO  WS-ITEM-ID.
           MOVE    DRV-LABEL-TYPE  TO  WS-LABEL-TYPE.
           MOVE    DRV-DEPT        TO  WS-REQ-DEPT.
           MOVE    DRV-REQUESTER   TO  WS-REQ-REQUESTER.
           MOVE    DRV-REASON      TO  WS-REQ-REASON.
           IF      DRV-ID (11:1)   =   '-'
               MOVE    DRV-ID (12:2)   TO  WS-PACK-LEVEL
           ELSE
           MOVE    WS-AUDIT-DATE   TO  HST-LAST-DATE.
           MOVE    WS-AUDIT-TIME   TO  HST-LAST-TIME.
           MOVE    TEST01-DATA     TO  HST-DATA.
           IF      PARTITIONED-RUN
               MOVE    HISTORY-REC     TO  HISTORY-PART-REC
               WRITE   HISTORY-PART-REC
               MOVE    HSU-STATUS              TO  WS-CHECK-STATUS
               MOVE    'HISTORY-PART-FI'       TO  WS-CHECK-FILE-NAME
           ELSE
               WRITE   HISTORY-REC
                   INVALID KEY
                       REWRITE HISTORY-REC
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE    HST-STATUS              TO  WS-CHECK-STATUS
               MOVE    'HISTORY-FILE'          TO  WS-CHECK-FILE-NAME
           END-IF.
           PERFORM 900-CHECK-STATUS.

       150-GET-LABEL-DIMS      SECTION.
               END-READ
           END-IF.

       155-CHECK-CONTENT       SECTION.
           MOVE    SPACES          TO  SE-RC.
           IF      BC-TYPE         NOT =   SPACES
               MOVE    BC-TYPE         TO  SE-SYMBOLOGY
               MOVE    BC-DATA         TO  SE-DATA
               CALL    'SYMEDIT'       USING   SE-SET
               IF      SE-CONTENT-OK
                   MOVE    SE-DATA         TO  BC-DATA
               END-IF
           END-IF.

       180-REJECT-CONTENT      SECTION.
           ADD     1               TO  WS-LABELS-REJECTED.
           DISPLAY 'BARCODE CONTENT REJECT ' WS-ITEM-ID
                   ' TYPE ' WS-LABEL-TYPE ' ' SE-REASON.
           ACCEPT   WS-AUDIT-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-AUDIT-TIME  FROM    TIME.
           INITIALIZE  AUDIT-REC.
           MOVE    WS-RUN-ID       TO  AUDIT-RUN-ID.
           MOVE    'BARCODE'       TO  AUDIT-PROGRAM.
           MOVE    'CONTENT'       TO  AUDIT-EVENT.
           MOVE    WS-ITEM-ID      TO  AUDIT-KEY.
           MOVE    WS-LABEL-TYPE   TO  AUDIT-LABEL-TYPE.
           MOVE    SE-RC           TO  AUDIT-RETURN-CODE.
           MOVE    WS-AUDIT-DATE   TO  AUDIT-DATE.
           MOVE    WS-AUDIT-TIME   TO  AUDIT-TIME.
           MOVE    WS-REQ-DEPT     TO  AUDIT-DEPT.
           MOVE    WS-REQ-REQUESTER    TO  AUDIT-REQUESTER.
           MOVE    WS-REQ-REASON   TO  AUDIT-REASON.
           WRITE   AUDIT-REC.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       260-WRITE-AUDIT-SOURCE  SECTION.
           ACCEPT   WS-AUDIT-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-AUDIT-TIME  FROM    TIME.
                   ' '                         DELIMITED BY SIZE
                   STS-TEST01                  DELIMITED BY SIZE
                   INTO    AUDIT-KEY.
           IF      PARTITIONED-RUN
               STRING  'P'                         DELIMITED BY SIZE
                       WS-PARTITION                DELIMITED BY SIZE
                       INTO    AUDIT-KEY (12:3)
           END-IF.
           MOVE    DRV-STATUS      TO  AUDIT-RETURN-CODE.
           MOVE    WS-AUDIT-DATE   TO  AUDIT-DATE.
           MOVE    WS-AUDIT-TIME   TO  AUDIT-TIME.
           PERFORM 900-CHECK-STATUS.

       200-WRITE-EXCEPTION     SECTION.
           MOVE    WS-ITEM-ID      TO  EXC-DATA.
           MOVE    FNAME           TO  EXC-FNAME.
           MOVE    WS-LABEL-TYPE   TO  EXC-LABEL-TYPE.
           MOVE    1               TO  EXC-RETRY-CNT.
           MOVE    BC-RC           TO  AUDIT-RETURN-CODE.
           MOVE    WS-AUDIT-DATE   TO  AUDIT-DATE.
           MOVE    WS-AUDIT-TIME   TO  AUDIT-TIME.
           MOVE    WS-REQ-DEPT     TO  AUDIT-DEPT.
           MOVE    WS-REQ-REQUESTER    TO  AUDIT-REQUESTER.
           MOVE    WS-REQ-REASON   TO  AUDIT-REASON.
           WRITE   AUDIT-REC.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
               MOVE    'RESULT-FILE'           TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
           END-IF.
           IF      PARTITIONED-RUN
               PERFORM 275-WRITE-RESULT-PART
           END-IF.

       275-WRITE-RESULT-PART   SECTION.
           MOVE    WS-ITEM-ID (1:10)   TO  RSP-KEY.
           MOVE    WS-PACK-LEVEL   TO  RSP-LEVEL.
           MOVE    WS-AUDIT-DATE   TO  RSP-DATE.
           MOVE    WS-AUDIT-TIME   TO  RSP-TIME.
           IF      BC-RC           =   ZERO
               MOVE    'P'             TO  RSP-RESULT
           ELSE
               MOVE    'F'             TO  RSP-RESULT
           END-IF.
           MOVE    BC-RC           TO  RSP-RETURN-CODE.
           MOVE    WS-LABEL-TYPE   TO  RSP-LABEL-TYPE.
           WRITE   RESULT-PART-REC.
           MOVE    RSP-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'RESULT-PART-FIL'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       900-CHECK-STATUS        SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
           END-IF.

       300-WRITE-SUMMARY       SECTION.
           IF      PARTITIONED-RUN
               OPEN    OUTPUT          SUMMARY-FILE
           ELSE
               OPEN    EXTEND          SUMMARY-FILE
           END-IF.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
                   WS-LABELS-FAILED            DELIMITED BY SIZE
                   ' SKIPPED='                 DELIMITED BY SIZE
                   WS-LABELS-SKIPPED           DELIMITED BY SIZE
                   ' REJ='                     DELIMITED BY SIZE
                   WS-LABELS-REJECTED          DELIMITED BY SIZE
                   ' START='                   DELIMITED BY SIZE
                   WS-START-DATE               DELIMITED BY SIZE
                   WS-START-TIME               DELIMITED BY SIZE
