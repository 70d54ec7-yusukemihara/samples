       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LBLCHG.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL AUDIT-LOG-FILE
                                   ASSIGN  DYNAMIC WS-AUDIT-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  GENCTL-FILE     ASSIGN  "GENCTL"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  GCT-STATUS.
           SELECT  PARM-FILE       ASSIGN  "LBLCPRM"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PRM-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  SORT-FILE       ASSIGN  "LBLCSORT".
           SELECT  REPORT-FILE     ASSIGN  "LBLCRPT"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RPT-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  GENCTL-FILE.
       01  GENCTL-REC.
           03  GCT-DATE            PIC 9(08).
       FD  PARM-FILE.
       01  PARM-REC.
           03  PRM-MONTH           PIC X(06).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       SD  SORT-FILE.
       01  SORT-REC.
           03  SRT-GROUP           PIC X(01).
           03  SRT-DEPT            PIC X(06).
           03  SRT-REASON          PIC X(02).
           03  SRT-LABEL-TYPE      PIC X(02).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  AUD-STATUS              PIC X(02).
       01  GCT-STATUS              PIC X(02).
       01  PRM-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  RPT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-AUDIT-NAME           PIC X(30).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-REPORT-MONTH         PIC 9(06).
       01  WS-GEN-YYYYMM           PIC 9(06).
       01  WS-EVENT-YYYYMM         PIC 9(06).
       01  WS-AUDIT-READ           PIC 9(07)   VALUE 0.
       01  WS-LABELS-CHARGED       PIC 9(07)   VALUE 0.
       01  WS-LABELS-SYSTEM        PIC 9(07)   VALUE 0.
       01  WS-PREV-GROUP           PIC X(01).
       01  WS-PREV-DEPT            PIC X(06).
       01  WS-PREV-REASON          PIC X(02).
       01  WS-PREV-TYPE            PIC X(02).
       01  WS-RATE                 PIC 9(03)V9(04).
       01  WS-LINE-LABELS          PIC 9(07)   VALUE 0.
       01  WS-LINE-COST            PIC 9(09)V99    VALUE 0.
       01  WS-DEPT-LABELS          PIC 9(07)   VALUE 0.
       01  WS-DEPT-COST            PIC 9(09)V99    VALUE 0.
       01  WS-GRP-LABELS           PIC 9(07)   VALUE 0.
       01  WS-GRP-COST             PIC 9(09)V99    VALUE 0.
       01  WS-DPT-TOT-LABELS       PIC 9(07)   VALUE 0.
       01  WS-DPT-TOT-COST         PIC 9(09)V99    VALUE 0.
       01  WS-SYS-TOT-LABELS       PIC 9(07)   VALUE 0.
       01  WS-SYS-TOT-COST         PIC 9(09)V99    VALUE 0.
       01  WS-ALL-LABELS           PIC 9(07)   VALUE 0.
       01  WS-ALL-COST             PIC 9(09)V99    VALUE 0.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-AUDIT        PIC X(01)   VALUE 'N'.
               88  EOF-AUDIT                   VALUE 'Y'.
           03  WS-EOF-GENCTL       PIC X(01)   VALUE 'N'.
               88  EOF-GENCTL                  VALUE 'Y'.
           03  WS-EOF-SORT         PIC X(01)   VALUE 'N'.
               88  EOF-SORT                    VALUE 'Y'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-FIRST-SORT       PIC X(01)   VALUE 'Y'.
               88  FIRST-SORT                  VALUE 'Y'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'MONTH-END LABEL CHARGEBACK        MONTH '.
           03  HDR-MONTH           PIC 9(06).
           03  FILLER              PIC X(06)   VALUE ' DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(72)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-CHG-COLS.
           03  FILLER              PIC X(42)
               VALUE '  DEPT   REASON TYPE    LABELS  COST/LABEL'.
           03  FILLER              PIC X(17)
               VALUE '             COST'.
           03  FILLER              PIC X(73)   VALUE SPACES.
       01  DTL-CHG-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-DEPT            PIC X(06).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-REASON          PIC X(02).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-TYPE            PIC X(02).
           03  FILLER              PIC X(05)   VALUE SPACES.
           03  DTL-LABELS          PIC ZZZZZZ9.
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-RATE            PIC ZZ9.9999.
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-COST            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-NOTE            PIC X(08).
           03  FILLER              PIC X(63)   VALUE SPACES.
       01  SUB-DEPT-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  SUB-DEPT            PIC X(06).
           03  FILLER              PIC X(15)   VALUE ' TOTAL'.
           03  SUB-LABELS          PIC ZZZZZZ9.
           03  FILLER              PIC X(15)   VALUE SPACES.
           03  SUB-COST            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(73)   VALUE SPACES.
       01  TOT-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  TOT-TITLE           PIC X(21).
           03  TOT-LABELS          PIC ZZZZZZ9.
           03  FILLER              PIC X(15)   VALUE SPACES.
           03  TOT-COST            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(73)   VALUE SPACES.
       01  MSG-NONE.
           03  FILLER              PIC X(132)
               VALUE '  NO LABELS PRODUCED IN THE MONTH'.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           COMPUTE WS-REPORT-MONTH =   WS-START-DATE / 100.
           PERFORM 050-READ-PARM.
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
           MOVE    WS-REPORT-MONTH TO  HDR-MONTH.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           WRITE   REPORT-REC      FROM    HDR-LINE-1.
           SORT    SORT-FILE
                   ON  ASCENDING KEY   SRT-GROUP
                                       SRT-DEPT
                                       SRT-REASON
                                       SRT-LABEL-TYPE
                   INPUT   PROCEDURE   IS  100-SELECT-LABELS
                   OUTPUT  PROCEDURE   IS  200-PRINT-CHARGEBACK.
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           CLOSE   REPORT-FILE.
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
                       IF      PRM-MONTH   IS  NUMERIC
                           MOVE    PRM-MONTH   TO  WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE   PARM-FILE
           END-IF.

       100-SELECT-LABELS   SECTION.
           OPEN    INPUT   GENCTL-FILE.
           IF      GCT-STATUS      =   '00'
               PERFORM UNTIL   EOF-GENCTL
                   READ    GENCTL-FILE
                       AT  END
                           SET     EOF-GENCTL      TO  TRUE
                       NOT AT END
                           COMPUTE WS-GEN-YYYYMM   =   GCT-DATE / 100
                           IF      WS-GEN-YYYYMM   NOT <
                                                   WS-REPORT-MONTH
                               MOVE    SPACES      TO  WS-AUDIT-NAME
                               STRING  'AUDITLOG.' DELIMITED BY SIZE
                                       GCT-DATE    DELIMITED BY SIZE
                                       INTO    WS-AUDIT-NAME
                               PERFORM 110-SCAN-AUDIT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   GENCTL-FILE
           END-IF.
           MOVE    'AUDITLOG'      TO  WS-AUDIT-NAME.
           PERFORM 110-SCAN-AUDIT-FILE.

       110-SCAN-AUDIT-FILE SECTION.
           MOVE    'N'             TO  WS-EOF-AUDIT.
           OPEN    INPUT   AUDIT-LOG-FILE.
           IF      AUD-STATUS      NOT =   '00'
               CONTINUE
           ELSE
               PERFORM UNTIL   EOF-AUDIT
                   READ    AUDIT-LOG-FILE
                       AT  END
                           SET     EOF-AUDIT       TO  TRUE
                       NOT AT END
                           ADD     1               TO  WS-AUDIT-READ
                           PERFORM 120-SELECT-RECORD
                   END-READ
               END-PERFORM
               CLOSE   AUDIT-LOG-FILE
           END-IF.

       120-SELECT-RECORD   SECTION.
           COMPUTE WS-EVENT-YYYYMM =   AUDIT-DATE / 100.
           IF      (AUDIT-EVENT    =   'LABEL'
                OR  AUDIT-EVENT    =   'RETRY'
                OR  AUDIT-EVENT    =   'SERIAL')
               AND AUDIT-RETURN-CODE   =   '00'
               AND WS-EVENT-YYYYMM =   WS-REPORT-MONTH
               MOVE    AUDIT-LABEL-TYPE    TO  SRT-LABEL-TYPE
               IF      AUDIT-DEPT      =   'SYSTEM'    OR  SPACES
                   MOVE    '2'             TO  SRT-GROUP
                   IF      AUDIT-EVENT     =   'LABEL'
                       MOVE    'SYSTEM'        TO  SRT-DEPT
                   ELSE
                       MOVE    AUDIT-EVENT     TO  SRT-DEPT
                   END-IF
                   MOVE    SPACES          TO  SRT-REASON
                   ADD     1               TO  WS-LABELS-SYSTEM
               ELSE
                   MOVE    '1'             TO  SRT-GROUP
                   MOVE    AUDIT-DEPT      TO  SRT-DEPT
                   MOVE    AUDIT-REASON    TO  SRT-REASON
                   ADD     1               TO  WS-LABELS-CHARGED
               END-IF
               RELEASE SORT-REC
           END-IF.

       200-PRINT-CHARGEBACK    SECTION.
           PERFORM UNTIL   EOF-SORT
               RETURN  SORT-FILE
                   AT  END
                       SET     EOF-SORT        TO  TRUE
                   NOT AT END
                       PERFORM 210-PROCESS-LABEL
               END-RETURN
           END-PERFORM.
           IF      FIRST-SORT
               WRITE   REPORT-REC      FROM    BLANK-LINE
               WRITE   REPORT-REC      FROM    MSG-NONE
           ELSE
               PERFORM 230-END-LINE
               PERFORM 240-END-DEPT
               PERFORM 250-END-GROUP
               WRITE   REPORT-REC      FROM    BLANK-LINE
               MOVE    'DEPARTMENTS CHARGED'   TO  TOT-TITLE
               MOVE    WS-DPT-TOT-LABELS   TO  TOT-LABELS
               MOVE    WS-DPT-TOT-COST     TO  TOT-COST
               WRITE   REPORT-REC      FROM    TOT-LINE
               MOVE    'SYSTEM / UNCHARGED'    TO  TOT-TITLE
               MOVE    WS-SYS-TOT-LABELS   TO  TOT-LABELS
               MOVE    WS-SYS-TOT-COST     TO  TOT-COST
               WRITE   REPORT-REC      FROM    TOT-LINE
               MOVE    'MONTH TOTAL'   TO  TOT-TITLE
               MOVE    WS-ALL-LABELS   TO  TOT-LABELS
               MOVE    WS-ALL-COST     TO  TOT-COST
               WRITE   REPORT-REC      FROM    TOT-LINE
           END-IF.

       210-PROCESS-LABEL   SECTION.
           EVALUATE    TRUE
               WHEN    FIRST-SORT
                   PERFORM 220-START-GROUP
               WHEN    SRT-GROUP       NOT =   WS-PREV-GROUP
                   PERFORM 230-END-LINE
                   PERFORM 240-END-DEPT
                   PERFORM 250-END-GROUP
                   PERFORM 220-START-GROUP
               WHEN    SRT-DEPT        NOT =   WS-PREV-DEPT
                   PERFORM 230-END-LINE
                   PERFORM 240-END-DEPT
               WHEN    SRT-REASON      NOT =   WS-PREV-REASON
                   OR  SRT-LABEL-TYPE  NOT =   WS-PREV-TYPE
                   PERFORM 230-END-LINE
           END-EVALUATE.
           ADD     1               TO  WS-LINE-LABELS.
           MOVE    SRT-GROUP       TO  WS-PREV-GROUP.
           MOVE    SRT-DEPT        TO  WS-PREV-DEPT.
           MOVE    SRT-REASON      TO  WS-PREV-REASON.
           MOVE    SRT-LABEL-TYPE  TO  WS-PREV-TYPE.

       220-START-GROUP     SECTION.
           IF      SRT-GROUP       =   '1'
               MOVE    'LABELS CHARGED BY DEPARTMENT'  TO  HDR-TITLE
           ELSE
               MOVE    'SYSTEM / UNCHARGED LABELS'     TO  HDR-TITLE
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-CHG-COLS.
           MOVE    0               TO  WS-GRP-LABELS.
           MOVE    0               TO  WS-GRP-COST.
           MOVE    'N'             TO  WS-FIRST-SORT.

       230-END-LINE        SECTION.
           PERFORM 260-GET-RATE.
           COMPUTE WS-LINE-COST    ROUNDED
                                   =   WS-LINE-LABELS  *   WS-RATE.
           MOVE    WS-PREV-DEPT    TO  DTL-DEPT.
           MOVE    WS-PREV-REASON  TO  DTL-REASON.
           MOVE    WS-PREV-TYPE    TO  DTL-TYPE.
           MOVE    WS-LINE-LABELS  TO  DTL-LABELS.
           MOVE    WS-RATE         TO  DTL-RATE.
           MOVE    WS-LINE-COST    TO  DTL-COST.
           WRITE   REPORT-REC      FROM    DTL-CHG-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     WS-LINE-LABELS  TO  WS-DEPT-LABELS.
           ADD     WS-LINE-COST    TO  WS-DEPT-COST.
           MOVE    0               TO  WS-LINE-LABELS.

       240-END-DEPT        SECTION.
           IF      WS-PREV-GROUP   =   '1'
               MOVE    WS-PREV-DEPT    TO  SUB-DEPT
               MOVE    WS-DEPT-LABELS  TO  SUB-LABELS
               MOVE    WS-DEPT-COST    TO  SUB-COST
               WRITE   REPORT-REC      FROM    SUB-DEPT-LINE
               WRITE   REPORT-REC      FROM    BLANK-LINE
           END-IF.
           ADD     WS-DEPT-LABELS  TO  WS-GRP-LABELS.
           ADD     WS-DEPT-COST    TO  WS-GRP-COST.
           MOVE    0               TO  WS-DEPT-LABELS.
           MOVE    0               TO  WS-DEPT-COST.

       250-END-GROUP       SECTION.
           IF      WS-PREV-GROUP   =   '1'
               MOVE    'ALL DEPARTMENTS'   TO  TOT-TITLE
           ELSE
               MOVE    'SYSTEM TOTAL'      TO  TOT-TITLE
           END-IF.
           MOVE    WS-GRP-LABELS   TO  TOT-LABELS.
           MOVE    WS-GRP-COST     TO  TOT-COST.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           IF      WS-PREV-GROUP   =   '1'
               ADD     WS-GRP-LABELS   TO  WS-DPT-TOT-LABELS
               ADD     WS-GRP-COST     TO  WS-DPT-TOT-COST
           ELSE
               ADD     WS-GRP-LABELS   TO  WS-SYS-TOT-LABELS
               ADD     WS-GRP-COST     TO  WS-SYS-TOT-COST
           END-IF.
           ADD     WS-GRP-LABELS   TO  WS-ALL-LABELS.
           ADD     WS-GRP-COST     TO  WS-ALL-COST.

       260-GET-RATE        SECTION.
           MOVE    0               TO  WS-RATE.
           MOVE    'NO RATE'       TO  DTL-NOTE.
           IF      CTL-AVAILABLE
               MOVE    WS-PREV-TYPE    TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE    CTL-COST-PER-LABEL  TO  WS-RATE
                       MOVE    SPACES          TO  DTL-NOTE
               END-READ
           END-IF.

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
           STRING  'LBLCHG MONTH='             DELIMITED BY SIZE
                   WS-REPORT-MONTH             DELIMITED BY SIZE
                   ' LABELS='                  DELIMITED BY SIZE
                   WS-LABELS-CHARGED           DELIMITED BY SIZE
                   ' SYSTEM='                  DELIMITED BY SIZE
                   WS-LABELS-SYSTEM            DELIMITED BY SIZE
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
