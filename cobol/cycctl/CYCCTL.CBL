                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  CYC-KEY
                                   FILE    STATUS  IS  CYC-STATUS-FS.
           SELECT  OPTIONAL PARTITION-FILE
                                   ASSIGN  "BCPARTS"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PTN-STATUS.
           SELECT  OPTIONAL PART-SUMMARY-FILE
                                   ASSIGN  DYNAMIC WS-PSM-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PSM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PARM-FILE.
           03  PRM-RUN-ID          PIC X(16).
           03  PRM-COUNTS          PIC X(60).
           03  PRM-DATE            PIC X(08).
           03  PRM-STEP-RC         PIC X(02).
           03  PRM-PARTITION       PIC X(02).
       FD  CYCLE-STATUS-FILE.
       01  CYCLE-STATUS-REC.
           COPY    "CYCSTS.INC".
       FD  PARTITION-FILE.
       01  PARTITION-REC.
           COPY    "BCPART.INC".
       FD  PART-SUMMARY-FILE.
       01  PART-SUMMARY-REC.
           03  PSM-LINE            PIC X(100).
       WORKING-STORAGE     SECTION.
       01  PRM-STATUS              PIC X(02).
       01  CYC-STATUS-FS           PIC X(02).
       01  PTN-STATUS              PIC X(02).
       01  PSM-STATUS              PIC X(02).
       01  WS-PSM-NAME             PIC X(30).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-TIME             PIC 9(08).
       01  WS-FUNCTION             PIC X(08).
       01  WS-RUN-ID               PIC X(16).
       01  WS-COUNTS               PIC X(60).
       01  WS-PRM-DATE             PIC X(08)   VALUE SPACES.
       01  WS-STEP-RC              PIC X(02)   VALUE SPACES.
           88  STEP-RC-SEVERE                  VALUES  '08' THRU '99'.
       01  WS-PARTITION            PIC X(02)   VALUE SPACES.
       01  WS-PART-STEP            PIC X(08)   VALUE SPACES.
       01  WS-PART-MAX             PIC 9(02)   VALUE 20.
       01  WS-PART-COUNT           PIC 9(02)   VALUE 0.
       01  WS-PART-SUB             PIC 9(02)   VALUE 0.
       01  WS-PARTS-STARTED        PIC 9(02)   VALUE 0.
       01  WS-PARTS-OPEN           PIC 9(02)   VALUE 0.
       01  WS-PARTS-UNMERGED       PIC 9(02)   VALUE 0.
       01  WS-PART-TABLE.
           03  WS-PART-ID          PIC 9(02)   OCCURS 20.
       01  WS-STEP-TABLE.
           03  FILLER              PIC X(08)   VALUE 'ITMREL'.
           03  FILLER              PIC X(08)   VALUE 'ERPCOMP'.
           03  FILLER              PIC X(08)   VALUE 'ITMAINT'.
           03  FILLER              PIC X(08)   VALUE 'LBLRCL'.
           03  FILLER              PIC X(08)   VALUE 'JRNAPPLY'.
           03  FILLER              PIC X(08)   VALUE 'LBLEDIT'.
           03  FILLER              PIC X(08)   VALUE 'INTCHK'.
           03  FILLER              PIC X(08)   VALUE 'BARCODE'.
           03  FILLER              PIC X(08)   VALUE 'LBLVERIF'.
           03  FILLER              PIC X(08)   VALUE 'RETRYLBL'.
           03  FILLER              PIC X(08)   VALUE 'SERLBL'.
           03  FILLER              PIC X(08)   VALUE 'SHEETPRT'.
           03  FILLER              PIC X(08)   VALUE 'WMSEXTR'.
           03  FILLER              PIC X(08)   VALUE 'WMSACK'.
           03  FILLER              PIC X(08)   VALUE 'CYCRECON'.
           03  FILLER              PIC X(08)   VALUE 'LBLSTK'.
           03  FILLER              PIC X(08)   VALUE 'MIRRCHK'.
           03  FILLER              PIC X(08)   VALUE 'ARCHIVE'.
       01  WS-STEP-LIST            REDEFINES   WS-STEP-TABLE.
           03  WS-STEP-NAME        PIC X(08)   OCCURS 18.
       01  WS-STEP-MAX             PIC 9(02)   VALUE 18.
       01  WS-STEP-SEQ             PIC 9(02)   VALUE 0.
       01  WS-SUB                  PIC 9(02)   VALUE 0.
       01  WS-STEP-STATUS          PIC X(08).
           03  WS-RELEASE-IND      PIC X(01)   VALUE 'Y'.
               88  STEP-RELEASED               VALUE 'Y'.
               88  STEP-REFUSED                VALUE 'N'.
           03  WS-PART-MODE        PIC X(01)   VALUE 'N'.
               88  PARTITION-POST              VALUE 'Y'.
               88  STEP-POST                   VALUE 'N'.
           03  WS-BC-FOUND         PIC X(01)   VALUE 'N'.
               88  BARCODE-REC-FOUND           VALUE 'Y'.
               88  BARCODE-REC-NOT-FOUND       VALUE 'N'.
           03  WS-EOF-PTN          PIC X(01)   VALUE 'N'.
               88  EOF-PTN                     VALUE 'Y'.
           03  WS-EOF-PSM          PIC X(01)   VALUE 'N'.
               88  EOF-PSM                     VALUE 'Y'.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
                   MOVE    PRM-RUN-ID      TO  WS-RUN-ID
                   MOVE    PRM-COUNTS      TO  WS-COUNTS
                   MOVE    PRM-DATE        TO  WS-PRM-DATE
                   MOVE    PRM-STEP-RC     TO  WS-STEP-RC
                   MOVE    PRM-PARTITION   TO  WS-PARTITION
           END-READ.
           CLOSE   PARM-FILE.
           PERFORM 055-SET-CYCLE-DATE.
           PERFORM 070-LOAD-PARTITIONS.
           IF      NOT FUNC-STATUS
               PERFORM 060-FIND-STEP
               IF      WS-PARTITION    IS  NUMERIC
                   AND WS-PARTITION    NOT =   '00'
                   PERFORM 065-SET-PARTITION-STEP
               END-IF
           END-IF.

       055-SET-CYCLE-DATE  SECTION.
               STOP RUN
           END-IF.

       065-SET-PARTITION-STEP  SECTION.
           IF      WS-STEP         NOT =   'BARCODE'
               DISPLAY 'CYCCTL REFUSED - STEP ' WS-STEP
                       ' IS NOT RUN IN PARTITIONS'
               MOVE    8               TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE    0               TO  WS-PART-SUB.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
               IF      WS-PART-ID (WS-SUB)     =   WS-PARTITION
                   MOVE    WS-SUB          TO  WS-PART-SUB
               END-IF
           END-PERFORM.
           IF      WS-PART-SUB     =   0
               DISPLAY 'CYCCTL REFUSED - BARCODE PARTITION '
                       WS-PARTITION ' NOT DEFINED ON BCPARTS'
               MOVE    8               TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE    SPACES          TO  WS-PART-STEP.
           STRING  'BCPART'                    DELIMITED BY SIZE
                   WS-PARTITION                DELIMITED BY SIZE
                   INTO    WS-PART-STEP.
           MOVE    WS-PART-STEP    TO  WS-STEP.
           SET     PARTITION-POST  TO  TRUE.

       070-LOAD-PARTITIONS SECTION.
           MOVE    0               TO  WS-PART-COUNT.
           OPEN    INPUT   PARTITION-FILE.
           IF      PTN-STATUS      =   '00'    OR  '05'
               PERFORM UNTIL   EOF-PTN
                   READ    PARTITION-FILE
                       AT  END
                           SET     EOF-PTN         TO  TRUE
                       NOT AT END
                           IF      WS-PART-COUNT   <   WS-PART-MAX
                               ADD     1               TO  WS-PART-COUNT
                               MOVE    PTN-ID
                                   TO  WS-PART-ID (WS-PART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PARTITION-FILE
           END-IF.

       100-START-STEP      SECTION.
           SET     STEP-RELEASED   TO  TRUE.
           PERFORM 110-READ-STEP-REC.
                   SET     STEP-REFUSED    TO  TRUE
               END-IF
           END-IF.
           IF      STEP-RELEASED   AND PARTITION-POST
               PERFORM 140-CHECK-BARCODE-STEP
           END-IF.
           IF      STEP-RELEASED
               PERFORM 120-CHECK-PREDECESSORS
           END-IF.
           IF      STEP-RELEASED
               PERFORM 130-POST-START
               IF      PARTITION-POST  AND BARCODE-REC-NOT-FOUND
                   PERFORM 145-POST-BARCODE-START
               END-IF
               DISPLAY 'CYCCTL RELEASED STEP ' WS-STEP
                       ' FOR ' WS-RUN-DATE
           ELSE
           MOVE    'CYCLE-STATUS-FI'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       140-CHECK-BARCODE-STEP  SECTION.
           MOVE    WS-RUN-DATE     TO  CYC-DATE.
           MOVE    'BARCODE'       TO  CYC-STEP.
           READ    CYCLE-STATUS-FILE
               INVALID KEY
                   SET     BARCODE-REC-NOT-FOUND   TO  TRUE
               NOT INVALID KEY
                   SET     BARCODE-REC-FOUND       TO  TRUE
                   IF      CYC-STATUS      =   'ENDED'
                       DISPLAY 'CYCCTL REFUSED - STEP BARCODE'
                               ' ALREADY POSTED FOR ' WS-RUN-DATE
                       SET     STEP-REFUSED    TO  TRUE
                   END-IF
           END-READ.

       145-POST-BARCODE-START  SECTION.
           MOVE    WS-RUN-DATE     TO  CYC-DATE.
           MOVE    'BARCODE'       TO  CYC-STEP.
           MOVE    'STARTED'       TO  CYC-STATUS.
           MOVE    WS-RUN-ID       TO  CYC-RUN-ID.
           MOVE    WS-RUN-TIME     TO  CYC-START-TIME.
           MOVE    0               TO  CYC-END-TIME.
           MOVE    SPACES          TO  CYC-COUNTS.
           WRITE   CYCLE-STATUS-REC.
           MOVE    CYC-STATUS-FS           TO  WS-CHECK-STATUS.
           MOVE    'CYCLE-STATUS-FI'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       200-END-STEP        SECTION.
           SET     STEP-RELEASED   TO  TRUE.
           IF      WS-STEP         =   'BARCODE'
               PERFORM 250-CHECK-PARTITIONS
               IF      WS-PARTS-STARTED    >   0
                   AND WS-PARTS-OPEN       >   0
                   DISPLAY 'CYCCTL REFUSED - ' WS-PARTS-OPEN
                           ' BARCODE PARTITION(S) NOT ENDED FOR '
                           WS-RUN-DATE
                   MOVE    8               TO  RETURN-CODE
                   SET     STEP-REFUSED    TO  TRUE
               END-IF
           END-IF.
           IF      WS-STEP         =   'BARCODE'
               AND STEP-RELEASED
               AND WS-PARTS-STARTED    >   0
               PERFORM 260-CHECK-MERGED
               IF      WS-PARTS-UNMERGED   >   0
                   DISPLAY 'CYCCTL REFUSED - ' WS-PARTS-UNMERGED
                           ' BARCODE PARTITION(S) NOT MERGED FOR '
                           WS-RUN-DATE ' - RUN BCMERGE FIRST'
                   MOVE    8               TO  RETURN-CODE
                   SET     STEP-REFUSED    TO  TRUE
               END-IF
           END-IF.
           IF      STEP-RELEASED
               PERFORM 210-POST-END
           END-IF.
           IF      STEP-RELEASED   AND PARTITION-POST
               PERFORM 250-CHECK-PARTITIONS
               IF      WS-PARTS-OPEN   =   0
                   DISPLAY 'CYCCTL ALL BARCODE PARTITIONS ENDED FOR '
                           WS-RUN-DATE ' - RUN BCMERGE, THEN END '
                           'BARCODE'
               END-IF
           END-IF.

       210-POST-END        SECTION.
           PERFORM 110-READ-STEP-REC.
           IF      REC-NOT-FOUND
               DISPLAY 'CYCCTL REFUSED - STEP ' WS-STEP
                       ' NEVER STARTED FOR ' WS-RUN-DATE
               MOVE    8               TO  RETURN-CODE
           ELSE
               IF      STEP-RC-SEVERE
                   MOVE    'HELD'          TO  CYC-STATUS
               ELSE
                   MOVE    'ENDED'         TO  CYC-STATUS
               END-IF
               IF      WS-RUN-ID       NOT =   SPACES
                   MOVE    WS-RUN-ID       TO  CYC-RUN-ID
               END-IF
               MOVE    CYC-STATUS-FS           TO  WS-CHECK-STATUS
               MOVE    'CYCLE-STATUS-FI'       TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               IF      STEP-RC-SEVERE
                   DISPLAY 'CYCCTL STEP ' WS-STEP
                           ' ENDED WITH RC=' WS-STEP-RC
                           ' - CYCLE HELD FOR ' WS-RUN-DATE
                   MOVE    8               TO  RETURN-CODE
               ELSE
                   DISPLAY 'CYCCTL POSTED END OF STEP ' WS-STEP
                           ' FOR ' WS-RUN-DATE
               END-IF
           END-IF.

       250-CHECK-PARTITIONS    SECTION.
           MOVE    0               TO  WS-PARTS-STARTED.
           MOVE    0               TO  WS-PARTS-OPEN.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
               MOVE    WS-RUN-DATE     TO  CYC-DATE
               MOVE    SPACES          TO  CYC-STEP
               STRING  'BCPART'                    DELIMITED BY SIZE
                       WS-PART-ID (WS-SUB)         DELIMITED BY SIZE
                       INTO    CYC-STEP
               READ    CYCLE-STATUS-FILE
                   INVALID KEY
                       ADD     1               TO  WS-PARTS-OPEN
                   NOT INVALID KEY
                       ADD     1               TO  WS-PARTS-STARTED
                       IF      CYC-STATUS      NOT =   'ENDED'
                           ADD     1               TO  WS-PARTS-OPEN
                       END-IF
               END-READ
           END-PERFORM.

       260-CHECK-MERGED    SECTION.
           MOVE    0               TO  WS-PARTS-UNMERGED.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-PART-COUNT
               MOVE    SPACES          TO  WS-PSM-NAME
               STRING  'SUMMARY.P'                 DELIMITED BY SIZE
                       WS-PART-ID (WS-SUB)         DELIMITED BY SIZE
                       INTO    WS-PSM-NAME
               OPEN    INPUT   PART-SUMMARY-FILE
               IF      PSM-STATUS      =   '05'
                   MOVE    '00'            TO  PSM-STATUS
               END-IF
               IF      PSM-STATUS      =   '00'
                   MOVE    'N'             TO  WS-EOF-PSM
                   PERFORM UNTIL   EOF-PSM
                       READ    PART-SUMMARY-FILE
                           AT  END
                               SET     EOF-PSM         TO  TRUE
                           NOT AT END
                               IF      PSM-LINE (1:12)
                                       =   'BARCODE RUN '
                                   ADD     1
                                           TO  WS-PARTS-UNMERGED
                                   SET     EOF-PSM         TO  TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE   PART-SUMMARY-FILE
               END-IF
           END-PERFORM.

       400-SHOW-STATUS     SECTION.
           DISPLAY 'CYCCTL CYCLE STATUS FOR ' WS-RUN-DATE.
           MOVE    SPACES          TO  WS-RESTART-STEP.
               DISPLAY '  ' WS-STEP-NAME (WS-SUB)
                       ' ' WS-STEP-STATUS
                       ' RUN-ID ' CYC-RUN-ID
               IF      WS-STEP-NAME (WS-SUB)   =   'BARCODE'
                   PERFORM 410-SHOW-PARTITIONS
               END-IF
               IF      WS-RESTART-STEP =   SPACES
                   AND WS-STEP-STATUS  NOT =   'ENDED'
                   MOVE    WS-STEP-NAME (WS-SUB)
               DISPLAY 'RESTART CYCLE FROM STEP ' WS-RESTART-STEP
           END-IF.

       410-SHOW-PARTITIONS SECTION.
           PERFORM VARYING WS-PART-SUB FROM    1   BY  1
                   UNTIL   WS-PART-SUB >   WS-PART-COUNT
               MOVE    WS-RUN-DATE     TO  CYC-DATE
               MOVE    SPACES          TO  CYC-STEP
               STRING  'BCPART'                    DELIMITED BY SIZE
                       WS-PART-ID (WS-PART-SUB)    DELIMITED BY SIZE
                       INTO    CYC-STEP
               READ    CYCLE-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY '    ' CYC-STEP
                               ' ' CYC-STATUS
                               ' RUN-ID ' CYC-RUN-ID
               END-READ
           END-PERFORM.

       900-CHECK-STATUS    SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
               DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
