       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         BCMERGE.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL PARTITION-FILE
                                   ASSIGN  "BCPARTS"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PTN-STATUS.
           SELECT  PART-SUMMARY-FILE
                                   ASSIGN  DYNAMIC WS-PSM-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PSM-STATUS.
           SELECT  PART-EXCEPTION-FILE
                                   ASSIGN  DYNAMIC WS-PXC-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PXC-STATUS.
           SELECT  PART-AUDIT-FILE ASSIGN  DYNAMIC WS-PAU-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PAU-STATUS.
           SELECT  PART-RESULT-FILE
                                   ASSIGN  DYNAMIC WS-PRS-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PRS-STATUS.
           SELECT  PART-HISTORY-FILE
                                   ASSIGN  DYNAMIC WS-PHS-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PHS-STATUS.
           SELECT  EXCEPTION-FILE  ASSIGN  "LABELEXC"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  EXC-STATUS.
           SELECT  OPTIONAL AUDIT-IN-FILE
                                   ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AIN-STATUS.
           SELECT  AUDIT-LOG-FILE  ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  OPTIONAL RESULT-FILE
                                   ASSIGN  "LBLRSLT"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  RSL-ID
                                   FILE    STATUS  IS  RSL-STATUS.
           SELECT  OPTIONAL HISTORY-FILE
                                   ASSIGN  "LABELHST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  HST-KEY
                                   FILE    STATUS  IS  HST-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PARTITION-FILE.
       01  PARTITION-REC.
           COPY    "BCPART.INC".
       FD  PART-SUMMARY-FILE.
       01  PART-SUMMARY-REC.
           03  PSM-LINE            PIC X(100).
       FD  PART-EXCEPTION-FILE.
       01  PART-EXCEPTION-REC.
           COPY    "LABELEXC.INC"  REPLACING    LEADING  ==EXC==
                                   BY           ==PXC==.
       FD  PART-AUDIT-FILE.
       01  PART-AUDIT-REC.
           COPY    "AUDITLOG.INC"  REPLACING    LEADING  ==AUDIT==
                                   BY           ==PAU==.
       FD  PART-RESULT-FILE.
       01  PART-RESULT-REC.
           COPY    "LBLRSLT.INC"   REPLACING    LEADING  ==RSL==
                                   BY           ==PRS==.
       FD  PART-HISTORY-FILE.
       01  PART-HISTORY-REC.
           COPY    "LABELHST.INC"  REPLACING    LEADING  ==HST==
                                   BY           ==PHS==.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           COPY    "LABELEXC.INC".
       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-REC.
           COPY    "AUDITLOG.INC"  REPLACING    LEADING  ==AUDIT==
                                   BY           ==AIN==.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  RESULT-FILE.
       01  RESULT-REC.
           COPY    "LBLRSLT.INC".
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY    "LABELHST.INC".
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  PTN-STATUS              PIC X(02).
       01  PSM-STATUS              PIC X(02).
       01  PXC-STATUS              PIC X(02).
       01  PAU-STATUS              PIC X(02).
       01  PRS-STATUS              PIC X(02).
       01  PHS-STATUS              PIC X(02).
       01  EXC-STATUS              PIC X(02).
       01  AIN-STATUS              PIC X(02).
       01  AUD-STATUS              PIC X(02).
       01  RSL-STATUS              PIC X(02).
       01  HST-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-PSM-NAME             PIC X(30).
       01  WS-PXC-NAME             PIC X(30).
       01  WS-PAU-NAME             PIC X(30).
       01  WS-PRS-NAME             PIC X(30).
       01  WS-PHS-NAME             PIC X(30).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-EXC-MERGED           PIC 9(06)   VALUE 0.
       01  WS-AUD-MERGED           PIC 9(06)   VALUE 0.
       01  WS-RSL-MERGED           PIC 9(06)   VALUE 0.
       01  WS-HST-MERGED           PIC 9(06)   VALUE 0.
       01  WS-TOT-OK               PIC 9(06)   VALUE 0.
       01  WS-TOT-FAILED           PIC 9(06)   VALUE 0.
       01  WS-TOT-SKIPPED          PIC 9(06)   VALUE 0.
       01  WS-TOT-REJECTED         PIC 9(06)   VALUE 0.
       01  WS-RUN-START            PIC X(16)   VALUE HIGH-VALUES.
       01  WS-RUN-END              PIC X(16)   VALUE LOW-VALUES.
       01  WS-PART-MAX             PIC 9(02)   VALUE 20.
       01  WS-PART-COUNT           PIC 9(02)   VALUE 0.
       01  WS-SUB                  PIC 9(02)   VALUE 0.
       01  WS-POST-SUB             PIC 9(02)   VALUE 0.
       01  WS-PAU-READ             PIC 9(06)   VALUE 0.
       01  WS-PART-TABLE.
           03  WS-PART-ENTRY       OCCURS 20.
               05  WS-PT-ID        PIC 9(02).
               05  WS-PT-RUN-ID    PIC X(16).
               05  WS-PT-AUD-CNT   PIC 9(06).
               05  WS-PT-POSTED    PIC 9(06).
               05  WS-PT-OK        PIC 9(04).
               05  WS-PT-FAILED    PIC 9(04).
               05  WS-PT-SKIPPED   PIC 9(04).
               05  WS-PT-REJECTED  PIC 9(04).
               05  WS-PT-START     PIC X(16).
               05  WS-PT-END       PIC X(16).
       01  WS-BARCODE-LINE         PIC X(100).
       01  WS-SCAN-LINE            PIC X(100).
       01  WS-SCAN-TOKEN           PIC X(12).
       01  WS-TOKEN-LEN            PIC 9(02).
       01  WS-SCAN-POS             PIC 9(03).
       01  WS-DIGIT-POS            PIC 9(03).
       01  WS-DIGIT-CNT            PIC 9(02).
       01  WS-NUM-VALUE            PIC 9(06).
       01  WS-NUM-DIGITS           PIC X(06).
       01  WS-STAMP-VALUE          PIC X(16).
       01  WS-NUM-EDIT             PIC Z(05)9.
       01  WS-LEAD-CNT             PIC 9(02).
       01  WS-SUM-PTR              PIC 9(03).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-PTN          PIC X(01)   VALUE 'N'.
               88  EOF-PTN                     VALUE 'Y'.
           03  WS-EOF-PART         PIC X(01)   VALUE 'N'.
               88  EOF-PART                    VALUE 'Y'.
           03  WS-EOF-AUDIT        PIC X(01)   VALUE 'N'.
               88  EOF-AUDIT                   VALUE 'Y'.
           03  WS-MERGE-IND        PIC X(01)   VALUE 'Y'.
               88  MERGE-READY                 VALUE 'Y'.
               88  MERGE-REFUSED               VALUE 'N'.
           03  WS-NUM-IND          PIC X(01)   VALUE 'N'.
               88  NUM-FOUND                   VALUE 'Y'.
               88  NUM-NOT-FOUND               VALUE 'N'.
           03  WS-RSL-AVAIL        PIC X(01)   VALUE 'N'.
               88  RSL-AVAILABLE               VALUE 'Y'.
               88  RSL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-HST-AVAIL        PIC X(01)   VALUE 'N'.
               88  HST-AVAILABLE               VALUE 'Y'.
               88  HST-NOT-AVAILABLE           VALUE 'N'.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           PERFORM 050-READ-PARTITIONS.
           IF      MERGE-READY
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   WS-PART-COUNT
                   PERFORM 100-READ-PART-SUMMARY
               END-PERFORM
           END-IF.
           IF      MERGE-READY
               PERFORM 150-CHECK-POSTED
               PERFORM 200-MERGE-EXCEPTIONS
               PERFORM 300-MERGE-AUDIT
               PERFORM 400-MERGE-RESULTS
               PERFORM 500-MERGE-HISTORY
               ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD
               ACCEPT   WS-END-TIME    FROM    TIME
               PERFORM 800-WRITE-SUMMARY
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   WS-PART-COUNT
                   PERFORM 700-CLEAR-PART-SUMMARY
               END-PERFORM
               DISPLAY 'BCMERGE MERGED ' WS-PART-COUNT
                       ' PARTITIONS OK=' WS-TOT-OK
                       ' FAILED=' WS-TOT-FAILED
           ELSE
               DISPLAY 'BCMERGE NOTHING MERGED - RERUN WHEN EVERY '
                       'PARTITION HAS ENDED'
               MOVE    8               TO  RETURN-CODE
           END-IF.
           STOP    RUN.

       050-READ-PARTITIONS SECTION.
           OPEN    INPUT   PARTITION-FILE.
           IF      PTN-STATUS      NOT =   '00'
               DISPLAY 'BCMERGE PARTITION FILE BCPARTS NOT AVAILABLE'
               SET     MERGE-REFUSED   TO  TRUE
           ELSE
               PERFORM UNTIL   EOF-PTN
                   READ    PARTITION-FILE
                       AT  END
                           SET     EOF-PTN         TO  TRUE
                       NOT AT END
                           PERFORM 060-ADD-PARTITION
                   END-READ
               END-PERFORM
               CLOSE   PARTITION-FILE
               IF      WS-PART-COUNT   =   0
                   DISPLAY 'BCMERGE NO PARTITIONS DEFINED ON BCPARTS'
                   SET     MERGE-REFUSED   TO  TRUE
               END-IF
           END-IF.

       060-ADD-PARTITION   SECTION.
           IF      WS-PART-COUNT   >=  WS-PART-MAX
               DISPLAY 'BCMERGE MORE THAN ' WS-PART-MAX
                       ' PARTITIONS ON BCPARTS'
               SET     MERGE-REFUSED   TO  TRUE
               SET     EOF-PTN         TO  TRUE
           ELSE
               ADD     1               TO  WS-PART-COUNT
               MOVE    PTN-ID          TO  WS-PT-ID (WS-PART-COUNT)
               MOVE    SPACES          TO  WS-PT-RUN-ID (WS-PART-COUNT)
               MOVE    0               TO  WS-PT-AUD-CNT (WS-PART-COUNT)
               MOVE    0               TO  WS-PT-POSTED (WS-PART-COUNT)
           END-IF.

       070-SET-PART-NAMES  SECTION.
           MOVE    SPACES          TO  WS-PSM-NAME.
           STRING  'SUMMARY.P'                 DELIMITED BY SIZE
                   WS-PT-ID (WS-SUB)           DELIMITED BY SIZE
                   INTO    WS-PSM-NAME.
           MOVE    SPACES          TO  WS-PXC-NAME.
           STRING  'LABELEXC.P'                DELIMITED BY SIZE
                   WS-PT-ID (WS-SUB)           DELIMITED BY SIZE
                   INTO    WS-PXC-NAME.
           MOVE    SPACES          TO  WS-PAU-NAME.
           STRING  'AUDITLOG.P'                DELIMITED BY SIZE
                   WS-PT-ID (WS-SUB)           DELIMITED BY SIZE
                   INTO    WS-PAU-NAME.
           MOVE    SPACES          TO  WS-PRS-NAME.
           STRING  'LBLRSLT.P'                 DELIMITED BY SIZE
                   WS-PT-ID (WS-SUB)           DELIMITED BY SIZE
                   INTO    WS-PRS-NAME.
           MOVE    SPACES          TO  WS-PHS-NAME.
           STRING  'LBLHSTU.P'                 DELIMITED BY SIZE
                   WS-PT-ID (WS-SUB)           DELIMITED BY SIZE
                   INTO    WS-PHS-NAME.

       100-READ-PART-SUMMARY   SECTION.
           PERFORM 070-SET-PART-NAMES.
           MOVE    SPACES          TO  WS-BARCODE-LINE.
           OPEN    INPUT   PART-SUMMARY-FILE.
           IF      PSM-STATUS      =   '00'
               MOVE    'N'             TO  WS-EOF-PART
               PERFORM UNTIL   EOF-PART
                   READ    PART-SUMMARY-FILE
                       AT  END
                           SET     EOF-PART        TO  TRUE
                       NOT AT END
                           IF      PSM-LINE (1:12) =   'BARCODE RUN '
                               MOVE    PSM-LINE    TO  WS-BARCODE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PART-SUMMARY-FILE
           END-IF.
           IF      WS-BARCODE-LINE =   SPACES
               DISPLAY 'BCMERGE PARTITION ' WS-PT-ID (WS-SUB)
                       ' HAS NOT COMPLETED - NO ' WS-PSM-NAME
               SET     MERGE-REFUSED   TO  TRUE
           ELSE
               PERFORM 110-TAKE-PART-COUNTS
               PERFORM 120-READ-PART-RUN-ID
           END-IF.

       110-TAKE-PART-COUNTS    SECTION.
           MOVE    WS-BARCODE-LINE TO  WS-SCAN-LINE.
           MOVE    ' OK='          TO  WS-SCAN-TOKEN.
           MOVE    4               TO  WS-TOKEN-LEN.
           PERFORM 600-EXTRACT-NUMBER.
           MOVE    WS-NUM-VALUE    TO  WS-PT-OK (WS-SUB).
           ADD     WS-NUM-VALUE    TO  WS-TOT-OK.
           MOVE    ' FAILED='      TO  WS-SCAN-TOKEN.
           MOVE    8               TO  WS-TOKEN-LEN.
           PERFORM 600-EXTRACT-NUMBER.
           MOVE    WS-NUM-VALUE    TO  WS-PT-FAILED (WS-SUB).
           ADD     WS-NUM-VALUE    TO  WS-TOT-FAILED.
           MOVE    ' SKIPPED='     TO  WS-SCAN-TOKEN.
           MOVE    9               TO  WS-TOKEN-LEN.
           PERFORM 600-EXTRACT-NUMBER.
           MOVE    WS-NUM-VALUE    TO  WS-PT-SKIPPED (WS-SUB).
           ADD     WS-NUM-VALUE    TO  WS-TOT-SKIPPED.
           MOVE    ' REJ='         TO  WS-SCAN-TOKEN.
           MOVE    5               TO  WS-TOKEN-LEN.
           PERFORM 600-EXTRACT-NUMBER.
           MOVE    WS-NUM-VALUE    TO  WS-PT-REJECTED (WS-SUB).
           ADD     WS-NUM-VALUE    TO  WS-TOT-REJECTED.
           MOVE    ' START='       TO  WS-SCAN-TOKEN.
           MOVE    7               TO  WS-TOKEN-LEN.
           PERFORM 610-EXTRACT-STAMP.
           MOVE    WS-STAMP-VALUE  TO  WS-PT-START (WS-SUB).
           IF      WS-STAMP-VALUE  <   WS-RUN-START
               MOVE    WS-STAMP-VALUE  TO  WS-RUN-START
           END-IF.
           MOVE    ' END='         TO  WS-SCAN-TOKEN.
           MOVE    5               TO  WS-TOKEN-LEN.
           PERFORM 610-EXTRACT-STAMP.
           MOVE    WS-STAMP-VALUE  TO  WS-PT-END (WS-SUB).
           IF      WS-STAMP-VALUE  >   WS-RUN-END
               MOVE    WS-STAMP-VALUE  TO  WS-RUN-END
           END-IF.

       120-READ-PART-RUN-ID    SECTION.
           OPEN    INPUT   PART-AUDIT-FILE.
           MOVE    PAU-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'PART-AUDIT-FILE'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    'N'             TO  WS-EOF-PART.
           PERFORM UNTIL   EOF-PART
               READ    PART-AUDIT-FILE
                   AT  END
                       SET     EOF-PART        TO  TRUE
                   NOT AT END
                       IF      WS-PT-AUD-CNT (WS-SUB)  =   0
                           MOVE    PAU-RUN-ID
                                   TO  WS-PT-RUN-ID (WS-SUB)
                       END-IF
                       ADD     1       TO  WS-PT-AUD-CNT (WS-SUB)
               END-READ
           END-PERFORM.
           CLOSE   PART-AUDIT-FILE.

       150-CHECK-POSTED    SECTION.
           OPEN    INPUT   AUDIT-IN-FILE.
           IF      AIN-STATUS      =   '05'
               MOVE    '00'            TO  AIN-STATUS
           END-IF.
           MOVE    AIN-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-IN-FILE'         TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM UNTIL   EOF-AUDIT
               READ    AUDIT-IN-FILE
                   AT  END
                       SET     EOF-AUDIT       TO  TRUE
                   NOT AT END
                       IF      AIN-PROGRAM     =   'BARCODE'
                           PERFORM 160-MARK-POSTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE   AUDIT-IN-FILE.

       160-MARK-POSTED     SECTION.
           MOVE    0               TO  WS-POST-SUB.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
                       OR  WS-POST-SUB >   0
               IF      WS-PT-RUN-ID (WS-SUB)   =   AIN-RUN-ID
                   AND WS-PT-RUN-ID (WS-SUB)   NOT =   SPACES
                   AND WS-PT-POSTED (WS-SUB)   <
                       WS-PT-AUD-CNT (WS-SUB)
                   MOVE    WS-SUB          TO  WS-POST-SUB
               END-IF
           END-PERFORM.
           IF      WS-POST-SUB     >   0
               ADD     1               TO  WS-PT-POSTED (WS-POST-SUB)
           END-IF.

       200-MERGE-EXCEPTIONS    SECTION.
           OPEN    OUTPUT  EXCEPTION-FILE.
           MOVE    EXC-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'EXCEPTION-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
               PERFORM 070-SET-PART-NAMES
               OPEN    INPUT   PART-EXCEPTION-FILE
               MOVE    PXC-STATUS              TO  WS-CHECK-STATUS
               MOVE    'PART-EXCEPTION'        TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               MOVE    'N'             TO  WS-EOF-PART
               PERFORM UNTIL   EOF-PART
                   READ    PART-EXCEPTION-FILE
                       AT  END
                           SET     EOF-PART        TO  TRUE
                       NOT AT END
                           PERFORM 210-WRITE-EXCEPTION
                   END-READ
               END-PERFORM
               CLOSE   PART-EXCEPTION-FILE
           END-PERFORM.
           CLOSE   EXCEPTION-FILE.

       210-WRITE-EXCEPTION SECTION.
           MOVE    PART-EXCEPTION-REC  TO  EXCEPTION-REC.
           WRITE   EXCEPTION-REC.
           MOVE    EXC-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'EXCEPTION-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-EXC-MERGED.

       300-MERGE-AUDIT     SECTION.
           OPEN    EXTEND  AUDIT-LOG-FILE.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
               EVALUATE TRUE
                   WHEN    WS-PT-AUD-CNT (WS-SUB)  =   0
                       CONTINUE
                   WHEN    WS-PT-POSTED (WS-SUB)   NOT <
                           WS-PT-AUD-CNT (WS-SUB)
                       DISPLAY 'BCMERGE PARTITION ' WS-PT-ID (WS-SUB)
                               ' AUDIT ALREADY POSTED - RUN-ID '
                               WS-PT-RUN-ID (WS-SUB)
                   WHEN    WS-PT-POSTED (WS-SUB)   >   0
                       DISPLAY 'BCMERGE PARTITION ' WS-PT-ID (WS-SUB)
                               ' AUDIT PARTLY POSTED - SKIPPING '
                               WS-PT-POSTED (WS-SUB)
                       PERFORM 310-COPY-PART-AUDIT
                   WHEN    OTHER
                       PERFORM 310-COPY-PART-AUDIT
               END-EVALUATE
           END-PERFORM.
           CLOSE   AUDIT-LOG-FILE.

       310-COPY-PART-AUDIT SECTION.
           PERFORM 070-SET-PART-NAMES.
           OPEN    INPUT   PART-AUDIT-FILE.
           MOVE    PAU-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'PART-AUDIT-FILE'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    'N'             TO  WS-EOF-PART.
           MOVE    0               TO  WS-PAU-READ.
           PERFORM UNTIL   EOF-PART
               READ    PART-AUDIT-FILE
                   AT  END
                       SET     EOF-PART        TO  TRUE
                   NOT AT END
                       ADD     1               TO  WS-PAU-READ
                       IF      WS-PAU-READ >   WS-PT-POSTED (WS-SUB)
                           PERFORM 320-WRITE-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE   PART-AUDIT-FILE.

       320-WRITE-AUDIT     SECTION.
           MOVE    PART-AUDIT-REC  TO  AUDIT-REC.
           WRITE   AUDIT-REC.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-AUD-MERGED.

       400-MERGE-RESULTS   SECTION.
           OPEN    I-O     RESULT-FILE.
           IF      RSL-STATUS      =   '00'    OR  '05'
               SET     RSL-AVAILABLE       TO  TRUE
           ELSE
               SET     RSL-NOT-AVAILABLE   TO  TRUE
               DISPLAY 'BCMERGE LBLRSLT NOT AVAILABLE STATUS='
                       RSL-STATUS ' - RESULTS NOT POSTED'
           END-IF.
           IF      RSL-AVAILABLE
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   WS-PART-COUNT
                   PERFORM 410-POST-PART-RESULTS
               END-PERFORM
               CLOSE   RESULT-FILE
           END-IF.

       410-POST-PART-RESULTS   SECTION.
           PERFORM 070-SET-PART-NAMES.
           OPEN    INPUT   PART-RESULT-FILE.
           MOVE    PRS-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'PART-RESULT-FIL'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    'N'             TO  WS-EOF-PART.
           PERFORM UNTIL   EOF-PART
               READ    PART-RESULT-FILE
                   AT  END
                       SET     EOF-PART        TO  TRUE
                   NOT AT END
                       MOVE    PART-RESULT-REC TO  RESULT-REC
                       WRITE   RESULT-REC
                           INVALID KEY
                               REWRITE RESULT-REC
                           NOT INVALID KEY
                               CONTINUE
                       END-WRITE
                       MOVE    RSL-STATUS          TO  WS-CHECK-STATUS
                       MOVE    'RESULT-FILE'
                                           TO  WS-CHECK-FILE-NAME
                       PERFORM 900-CHECK-STATUS
                       ADD     1               TO  WS-RSL-MERGED
               END-READ
           END-PERFORM.
           CLOSE   PART-RESULT-FILE.

       500-MERGE-HISTORY   SECTION.
           OPEN    I-O     HISTORY-FILE.
           IF      HST-STATUS      =   '00'    OR  '05'
               SET     HST-AVAILABLE       TO  TRUE
           ELSE
               SET     HST-NOT-AVAILABLE   TO  TRUE
               DISPLAY 'BCMERGE LABELHST NOT AVAILABLE STATUS='
                       HST-STATUS ' - HISTORY NOT POSTED'
           END-IF.
           IF      HST-AVAILABLE
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   WS-PART-COUNT
                   PERFORM 510-POST-PART-HISTORY
               END-PERFORM
               CLOSE   HISTORY-FILE
           END-IF.

       510-POST-PART-HISTORY   SECTION.
           PERFORM 070-SET-PART-NAMES.
           OPEN    INPUT   PART-HISTORY-FILE.
           MOVE    PHS-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'PART-HISTORY-FI'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    'N'             TO  WS-EOF-PART.
           PERFORM UNTIL   EOF-PART
               READ    PART-HISTORY-FILE
                   AT  END
                       SET     EOF-PART        TO  TRUE
                   NOT AT END
                       MOVE    PART-HISTORY-REC    TO  HISTORY-REC
                       WRITE   HISTORY-REC
                           INVALID KEY
                               REWRITE HISTORY-REC
                           NOT INVALID KEY
                               CONTINUE
                       END-WRITE
                       MOVE    HST-STATUS          TO  WS-CHECK-STATUS
                       MOVE    'HISTORY-FILE'
                                           TO  WS-CHECK-FILE-NAME
                       PERFORM 900-CHECK-STATUS
                       ADD     1               TO  WS-HST-MERGED
               END-READ
           END-PERFORM.
           CLOSE   PART-HISTORY-FILE.

       600-EXTRACT-NUMBER  SECTION.
           SET     NUM-NOT-FOUND   TO  TRUE.
           MOVE    0               TO  WS-NUM-VALUE.
           PERFORM VARYING WS-SCAN-POS     FROM    1   BY  1
                   UNTIL   WS-SCAN-POS >   100 - WS-TOKEN-LEN
                       OR  NUM-FOUND
               IF      WS-SCAN-LINE (WS-SCAN-POS:WS-TOKEN-LEN)
                       =   WS-SCAN-TOKEN (1:WS-TOKEN-LEN)
                   SET     NUM-FOUND       TO  TRUE
                   COMPUTE WS-DIGIT-POS    =
                           WS-SCAN-POS + WS-TOKEN-LEN
               END-IF
           END-PERFORM.
           IF      NUM-FOUND
               MOVE    SPACES          TO  WS-NUM-DIGITS
               MOVE    0               TO  WS-DIGIT-CNT
               PERFORM UNTIL   WS-DIGIT-CNT    >=  6
                       OR  WS-DIGIT-POS        >   100
                       OR  WS-SCAN-LINE (WS-DIGIT-POS:1)
                           IS NOT NUMERIC
                   ADD     1               TO  WS-DIGIT-CNT
                   MOVE    WS-SCAN-LINE (WS-DIGIT-POS:1)
                       TO  WS-NUM-DIGITS (WS-DIGIT-CNT:1)
                   ADD     1               TO  WS-DIGIT-POS
               END-PERFORM
               IF      WS-DIGIT-CNT    >   0
                   MOVE    WS-NUM-DIGITS (1:WS-DIGIT-CNT)
                                           TO  WS-NUM-VALUE
               END-IF
           END-IF.

       610-EXTRACT-STAMP   SECTION.
           SET     NUM-NOT-FOUND   TO  TRUE.
           MOVE    SPACES          TO  WS-STAMP-VALUE.
           PERFORM VARYING WS-SCAN-POS     FROM    1   BY  1
                   UNTIL   WS-SCAN-POS >   100 - WS-TOKEN-LEN
                       OR  NUM-FOUND
               IF      WS-SCAN-LINE (WS-SCAN-POS:WS-TOKEN-LEN)
                       =   WS-SCAN-TOKEN (1:WS-TOKEN-LEN)
                   SET     NUM-FOUND       TO  TRUE
                   COMPUTE WS-DIGIT-POS    =
                           WS-SCAN-POS + WS-TOKEN-LEN
               END-IF
           END-PERFORM.
           IF      NUM-FOUND
               AND WS-DIGIT-POS    <=  85
               MOVE    WS-SCAN-LINE (WS-DIGIT-POS:16)
                                       TO  WS-STAMP-VALUE
           END-IF.

       700-CLEAR-PART-SUMMARY  SECTION.
           PERFORM 070-SET-PART-NAMES.
           OPEN    OUTPUT  PART-SUMMARY-FILE.
           MOVE    PSM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'PART-SUMMARY-FI'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           CLOSE   PART-SUMMARY-FILE.

       900-CHECK-STATUS    SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
               DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
                       ' STATUS=' WS-CHECK-STATUS
               STOP RUN
           END-IF.

       800-WRITE-SUMMARY   SECTION.
           OPEN    EXTEND          SUMMARY-FILE.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
               MOVE    SPACES                  TO  SUMMARY-LINE
               STRING  'BCMERGE P'                 DELIMITED BY SIZE
                       WS-PT-ID (WS-SUB)           DELIMITED BY SIZE
                       ' OK='                      DELIMITED BY SIZE
                       WS-PT-OK (WS-SUB)           DELIMITED BY SIZE
                       ' FAILED='                  DELIMITED BY SIZE
                       WS-PT-FAILED (WS-SUB)       DELIMITED BY SIZE
                       ' SKIPPED='                 DELIMITED BY SIZE
                       WS-PT-SKIPPED (WS-SUB)      DELIMITED BY SIZE
                       ' REJ='                     DELIMITED BY SIZE
                       WS-PT-REJECTED (WS-SUB)     DELIMITED BY SIZE
                       ' START='                   DELIMITED BY SIZE
                       WS-PT-START (WS-SUB)        DELIMITED BY SIZE
                       ' END='                     DELIMITED BY SIZE
                       WS-PT-END (WS-SUB)          DELIMITED BY SIZE
                       INTO    SUMMARY-LINE
               PERFORM 810-PUT-SUMMARY
           END-PERFORM.
           MOVE    SPACES                  TO  SUMMARY-LINE.
           STRING  'BCMERGE ALL EXC='          DELIMITED BY SIZE
                   WS-EXC-MERGED               DELIMITED BY SIZE
                   ' AUD='                     DELIMITED BY SIZE
                   WS-AUD-MERGED               DELIMITED BY SIZE
                   ' RSL='                     DELIMITED BY SIZE
                   WS-RSL-MERGED               DELIMITED BY SIZE
                   ' HST='                     DELIMITED BY SIZE
                   WS-HST-MERGED               DELIMITED BY SIZE
                   ' START='                   DELIMITED BY SIZE
                   WS-START-DATE               DELIMITED BY SIZE
                   WS-START-TIME               DELIMITED BY SIZE
                   ' END='                     DELIMITED BY SIZE
                   WS-END-DATE                 DELIMITED BY SIZE
                   WS-END-TIME                 DELIMITED BY SIZE
                   INTO    SUMMARY-LINE.
           PERFORM 810-PUT-SUMMARY.
           MOVE    SPACES                  TO  SUMMARY-LINE.
           MOVE    1                       TO  WS-SUM-PTR.
           STRING  'BARCODE RUN OK='           DELIMITED BY SIZE
                   INTO    SUMMARY-LINE    WITH POINTER WS-SUM-PTR.
           MOVE    WS-TOT-OK               TO  WS-NUM-VALUE.
           PERFORM 820-PUT-COUNT.
           STRING  ' FAILED='                  DELIMITED BY SIZE
                   INTO    SUMMARY-LINE    WITH POINTER WS-SUM-PTR.
           MOVE    WS-TOT-FAILED           TO  WS-NUM-VALUE.
           PERFORM 820-PUT-COUNT.
           STRING  ' SKIPPED='                 DELIMITED BY SIZE
                   INTO    SUMMARY-LINE    WITH POINTER WS-SUM-PTR.
           MOVE    WS-TOT-SKIPPED          TO  WS-NUM-VALUE.
           PERFORM 820-PUT-COUNT.
           STRING  ' REJ='                     DELIMITED BY SIZE
                   INTO    SUMMARY-LINE    WITH POINTER WS-SUM-PTR.
           MOVE    WS-TOT-REJECTED         TO  WS-NUM-VALUE.
           PERFORM 820-PUT-COUNT.
           STRING  ' START='                   DELIMITED BY SIZE
                   WS-RUN-START                DELIMITED BY SIZE
                   ' END='                     DELIMITED BY SIZE
                   WS-RUN-END                  DELIMITED BY SIZE
                   INTO    SUMMARY-LINE    WITH POINTER WS-SUM-PTR.
           PERFORM 810-PUT-SUMMARY.
           CLOSE   SUMMARY-FILE.

       810-PUT-SUMMARY     SECTION.
           WRITE   SUMMARY-REC.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       820-PUT-COUNT       SECTION.
           MOVE    WS-NUM-VALUE    TO  WS-NUM-EDIT.
           MOVE    0               TO  WS-LEAD-CNT.
           INSPECT WS-NUM-EDIT     TALLYING    WS-LEAD-CNT
                                   FOR LEADING SPACES.
           STRING  WS-NUM-EDIT (WS-LEAD-CNT + 1:)
                                               DELIMITED BY SIZE
                   INTO    SUMMARY-LINE    WITH POINTER WS-SUM-PTR.
