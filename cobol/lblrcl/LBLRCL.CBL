       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LBLRCL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL ITMHIST-FILE
                                   ASSIGN  "ITMHIST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  IHS-ID
                                   FILE    STATUS  IS  IHS-STATUS.
           SELECT  HISTORY-FILE    ASSIGN  "LABELHST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  HST-KEY
                                   FILE    STATUS  IS  HST-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  PARM-FILE       ASSIGN  "RCLPRM"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PRM-STATUS.
           SELECT  SORT-FILE       ASSIGN  "RCLSORT".
           SELECT  NOTICE-FILE     ASSIGN  DYNAMIC WS-NOTICE-NAME
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  NTC-STATUS.
           SELECT  AUDIT-LOG-FILE  ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ITMHIST-FILE.
       01  ITMHIST-REC.
           COPY    "ITMHIST.INC".
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY    "LABELHST.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  PARM-FILE.
       01  PARM-REC.
           03  PRM-DATE            PIC X(08).
       SD  SORT-FILE.
       01  SORT-REC.
           03  SRT-DEST            PIC X(08).
           03  SRT-KEY             PIC X(10).
           03  SRT-LEVEL           PIC X(02).
           03  SRT-LABEL-TYPE      PIC X(02).
           03  SRT-LAST-DATE       PIC 9(08).
           03  SRT-ACTION          PIC X(01).
           03  SRT-DESC            PIC X(30).
       FD  NOTICE-FILE.
       01  NOTICE-REC              PIC X(132).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  IHS-STATUS              PIC X(02).
       01  HST-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  NTC-STATUS              PIC X(02).
       01  AUD-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  PRM-STATUS              PIC X(02).
       01  WS-NOTICE-NAME          PIC X(30).
       01  WS-RUN-ID               PIC X(16).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-PRM-DATE             PIC X(08)   VALUE SPACES.
       01  WS-RECALL-DATE          PIC 9(08).
       01  WS-AUDIT-DATE           PIC 9(08).
       01  WS-AUDIT-TIME           PIC 9(08).
       01  WS-ITEMS-RECALLED       PIC 9(04)   VALUE 0.
       01  WS-ITEMS-NO-LABELS      PIC 9(04)   VALUE 0.
       01  WS-LEVELS-PULLED        PIC 9(04)   VALUE 0.
       01  WS-NOTICES              PIC 9(02)   VALUE 0.
       01  WS-DEST-LEVELS          PIC 9(06)   VALUE 0.
       01  WS-ITEM-LEVELS          PIC 9(04)   VALUE 0.
       01  WS-TYPE-DEST            PIC X(08).
       01  WS-PREV-DEST            PIC X(08).
       01  WS-PREV-KEY             PIC X(10).
       01  WS-PREV-LEVEL           PIC X(02).
       01  WS-ITEM-IMAGE.
           COPY    "TEST01.INC"   REPLACING    LEADING  ==TEST01==
                                  BY           ==RIM==.
       01  WS-BEFORE-IMAGE.
           COPY    "TEST01.INC"   REPLACING    LEADING  ==TEST01==
                                  BY           ==RBF==.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-IHS          PIC X(01)   VALUE 'N'.
               88  EOF-IHS                     VALUE 'Y'.
           03  WS-EOF-HST          PIC X(01)   VALUE 'N'.
               88  EOF-HST                     VALUE 'Y'.
           03  WS-EOF-SORT         PIC X(01)   VALUE 'N'.
               88  EOF-SORT                    VALUE 'Y'.
           03  WS-IHS-AVAIL        PIC X(01)   VALUE 'N'.
               88  IHS-AVAILABLE               VALUE 'Y'.
               88  IHS-NOT-AVAILABLE           VALUE 'N'.
           03  WS-HST-AVAIL        PIC X(01)   VALUE 'N'.
               88  HST-AVAILABLE               VALUE 'Y'.
               88  HST-NOT-AVAILABLE           VALUE 'N'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-NOTICE-OPEN      PIC X(01)   VALUE 'N'.
               88  NOTICE-OPEN                 VALUE 'Y'.
               88  NOTICE-CLOSED               VALUE 'N'.
           03  WS-DUP-IND          PIC X(01)   VALUE 'N'.
               88  LEVEL-DUPLICATE             VALUE 'Y'.
               88  LEVEL-NOT-DUPLICATE         VALUE 'N'.
           03  WS-RECALL-IND       PIC X(01)   VALUE 'N'.
               88  RECALL-ITEM                 VALUE 'Y'.
               88  NO-RECALL                   VALUE 'N'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'LABEL RECALL NOTICE - PULL LIST        '.
           03  FILLER              PIC X(05)   VALUE 'DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(07)   VALUE '  DEST '.
           03  HDR-DEST            PIC X(08).
           03  FILLER              PIC X(64)   VALUE SPACES.
       01  HDR-LINE-2.
           03  FILLER              PIC X(48)
               VALUE 'PULL ALL LABELS ON SHELVES AND IN PRINTER BINS '.
           03  FILLER              PIC X(84)
               VALUE 'FOR THE ITEMS AND PACK LEVELS BELOW'.
       01  HDR-COLS.
           03  FILLER              PIC X(14)   VALUE '  ITEM KEY'.
           03  FILLER              PIC X(32)   VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(05)   VALUE 'LVL'.
           03  FILLER              PIC X(04)   VALUE 'TY'.
           03  FILLER              PIC X(12)   VALUE 'LAST PRINT'.
           03  FILLER              PIC X(12)   VALUE 'REASON'.
           03  FILLER              PIC X(53)   VALUE SPACES.
       01  DTL-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-KEY             PIC X(10).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-DESC            PIC X(30).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LEVEL           PIC X(02).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-TYPE            PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LAST-DATE       PIC 9(08).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-REASON          PIC X(12).
           03  FILLER              PIC X(53)   VALUE SPACES.
       01  TRL-LINE.
           03  FILLER              PIC X(22)
               VALUE 'LABEL LEVELS TO PULL ='.
           03  TRL-COUNT           PIC ZZZZZ9.
           03  FILLER              PIC X(104)  VALUE SPACES.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           STRING  WS-START-DATE               DELIMITED BY SIZE
                   WS-START-TIME               DELIMITED BY SIZE
                   INTO    WS-RUN-ID.
           MOVE    WS-START-DATE   TO  WS-RECALL-DATE.
           PERFORM 050-READ-PARM.
           OPEN    INPUT   ITMHIST-FILE.
           IF      IHS-STATUS      =   '00'
               SET     IHS-AVAILABLE       TO  TRUE
           ELSE
               SET     IHS-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   HISTORY-FILE.
           IF      HST-STATUS      =   '00'
               SET     HST-AVAILABLE       TO  TRUE
           ELSE
               SET     HST-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   CONTROL-FILE.
           IF      CTL-STATUS      =   '00'
               SET     CTL-AVAILABLE       TO  TRUE
           ELSE
               SET     CTL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    EXTEND  AUDIT-LOG-FILE.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           SORT    SORT-FILE
                   ON  ASCENDING KEY   SRT-DEST
                                       SRT-KEY
                                       SRT-LEVEL
                   WITH    DUPLICATES  IN  ORDER
                   INPUT   PROCEDURE   IS  100-SELECT-RECALLS
                   OUTPUT  PROCEDURE   IS  200-WRITE-NOTICES.
           IF      IHS-AVAILABLE
               CLOSE   ITMHIST-FILE
           END-IF.
           IF      HST-AVAILABLE
               CLOSE   HISTORY-FILE
           END-IF.
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           CLOSE   AUDIT-LOG-FILE.
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
                       MOVE    PRM-DATE        TO  WS-PRM-DATE
               END-READ
               CLOSE   PARM-FILE
           END-IF.
           IF      WS-PRM-DATE     IS  NUMERIC
               AND WS-PRM-DATE     NOT =   '00000000'
               MOVE    WS-PRM-DATE     TO  WS-RECALL-DATE
           END-IF.

       100-SELECT-RECALLS  SECTION.
           IF      IHS-AVAILABLE
               MOVE    LOW-VALUES      TO  IHS-ID
               START   ITMHIST-FILE    KEY NOT <   IHS-ID
                   INVALID KEY
                       SET     EOF-IHS         TO  TRUE
               END-START
               PERFORM UNTIL   EOF-IHS
                   READ    ITMHIST-FILE    NEXT    RECORD
                       AT  END
                           SET     EOF-IHS         TO  TRUE
                       NOT AT END
                           IF      IHS-DATE        =   WS-RECALL-DATE
                               AND IHS-PROGRAM     =   'ITMAINT'
                               PERFORM 110-CHECK-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       110-CHECK-CHANGE    SECTION.
           SET     NO-RECALL       TO  TRUE.
           MOVE    IHS-BEFORE      TO  RBF-DATA.
           MOVE    IHS-AFTER       TO  RIM-DATA.
           EVALUATE TRUE
               WHEN    IHS-DELETE
                   MOVE    IHS-BEFORE      TO  RIM-DATA
                   SET     RECALL-ITEM     TO  TRUE
               WHEN    IHS-CHANGE
                   AND RIM-DISCONTINUED
                   AND NOT RBF-DISCONTINUED
                   SET     RECALL-ITEM     TO  TRUE
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE.
           IF      RECALL-ITEM
               MOVE    IHS-KEY         TO  RIM-KEY
               PERFORM 120-RELEASE-LEVELS
           END-IF.

       120-RELEASE-LEVELS  SECTION.
           MOVE    0               TO  WS-ITEM-LEVELS.
           IF      HST-AVAILABLE
               MOVE    'N'             TO  WS-EOF-HST
               MOVE    LOW-VALUES      TO  HST-KEY
               MOVE    RIM-KEY         TO  HST-KEY (1:10)
               START   HISTORY-FILE    KEY NOT <   HST-KEY
                   INVALID KEY
                       SET     EOF-HST         TO  TRUE
               END-START
               PERFORM UNTIL   EOF-HST
                   READ    HISTORY-FILE    NEXT    RECORD
                       AT  END
                           SET     EOF-HST         TO  TRUE
                       NOT AT END
                           IF      HST-KEY (1:10)  NOT =   RIM-KEY
                               SET     EOF-HST         TO  TRUE
                           ELSE
                               PERFORM 130-RELEASE-ONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF      WS-ITEM-LEVELS  =   0
               ADD     1               TO  WS-ITEMS-NO-LABELS
           ELSE
               ADD     1               TO  WS-ITEMS-RECALLED
           END-IF.

       130-RELEASE-ONE     SECTION.
           PERFORM 140-GET-TYPE-DEST.
           MOVE    WS-TYPE-DEST    TO  SRT-DEST.
           MOVE    RIM-KEY         TO  SRT-KEY.
           MOVE    HST-KEY (11:2)  TO  SRT-LEVEL.
           MOVE    HST-LABEL-TYPE  TO  SRT-LABEL-TYPE.
           MOVE    HST-LAST-DATE   TO  SRT-LAST-DATE.
           MOVE    IHS-ACTION      TO  SRT-ACTION.
           MOVE    RIM-DESC        TO  SRT-DESC.
           RELEASE SORT-REC.
           ADD     1               TO  WS-ITEM-LEVELS.

       140-GET-TYPE-DEST   SECTION.
           MOVE    'DEFAULT'       TO  WS-TYPE-DEST.
           IF      CTL-AVAILABLE
               MOVE    HST-LABEL-TYPE  TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF      CTL-DEST    NOT =   SPACES
                           MOVE    CTL-DEST    TO  WS-TYPE-DEST
                       END-IF
               END-READ
           END-IF.

       200-WRITE-NOTICES   SECTION.
           MOVE    SPACES          TO  WS-PREV-DEST.
           MOVE    SPACES          TO  WS-PREV-KEY.
           MOVE    SPACES          TO  WS-PREV-LEVEL.
           PERFORM UNTIL   EOF-SORT
               RETURN  SORT-FILE
                   AT  END
                       SET     EOF-SORT        TO  TRUE
                   NOT AT END
                       PERFORM 210-NOTICE-LINE
               END-RETURN
           END-PERFORM.
           IF      NOTICE-OPEN
               PERFORM 230-CLOSE-NOTICE
           END-IF.

       210-NOTICE-LINE     SECTION.
           SET     LEVEL-NOT-DUPLICATE TO  TRUE.
           IF      SRT-DEST        NOT =   WS-PREV-DEST
               OR  NOTICE-CLOSED
               IF      NOTICE-OPEN
                   PERFORM 230-CLOSE-NOTICE
               END-IF
               PERFORM 220-OPEN-NOTICE
           ELSE
               IF      SRT-KEY         =   WS-PREV-KEY
                   AND SRT-LEVEL       =   WS-PREV-LEVEL
                   SET     LEVEL-DUPLICATE     TO  TRUE
               END-IF
           END-IF.
           IF      LEVEL-NOT-DUPLICATE
               PERFORM 215-PRINT-LEVEL
           END-IF.

       215-PRINT-LEVEL     SECTION.
           MOVE    SRT-KEY         TO  WS-PREV-KEY.
           MOVE    SRT-LEVEL       TO  WS-PREV-LEVEL.
           MOVE    SRT-KEY         TO  DTL-KEY.
           MOVE    SRT-DESC        TO  DTL-DESC.
           MOVE    SRT-LEVEL       TO  DTL-LEVEL.
           MOVE    SRT-LABEL-TYPE  TO  DTL-TYPE.
           MOVE    SRT-LAST-DATE   TO  DTL-LAST-DATE.
           IF      SRT-ACTION      =   'D'
               MOVE    'DELETED'       TO  DTL-REASON
           ELSE
               MOVE    'DISCONTINUED'  TO  DTL-REASON
           END-IF.
           WRITE   NOTICE-REC      FROM    DTL-LINE.
           MOVE    NTC-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'NOTICE-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-DEST-LEVELS.
           ADD     1               TO  WS-LEVELS-PULLED.
           PERFORM 250-WRITE-AUDIT.

       220-OPEN-NOTICE     SECTION.
           MOVE    SRT-DEST        TO  WS-PREV-DEST.
           MOVE    SPACES          TO  WS-NOTICE-NAME.
           STRING  'RCLNOTE.'                  DELIMITED BY SIZE
                   FUNCTION TRIM(SRT-DEST)     DELIMITED BY SIZE
                   INTO    WS-NOTICE-NAME.
           OPEN    OUTPUT  NOTICE-FILE.
           MOVE    NTC-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'NOTICE-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           SET     NOTICE-OPEN     TO  TRUE.
           ADD     1               TO  WS-NOTICES.
           MOVE    0               TO  WS-DEST-LEVELS.
           MOVE    WS-RECALL-DATE  TO  HDR-DATE.
           MOVE    SRT-DEST        TO  HDR-DEST.
           WRITE   NOTICE-REC      FROM    HDR-LINE-1.
           WRITE   NOTICE-REC      FROM    HDR-LINE-2.
           WRITE   NOTICE-REC      FROM    BLANK-LINE.
           WRITE   NOTICE-REC      FROM    HDR-COLS.

       230-CLOSE-NOTICE    SECTION.
           WRITE   NOTICE-REC      FROM    BLANK-LINE.
           MOVE    WS-DEST-LEVELS  TO  TRL-COUNT.
           WRITE   NOTICE-REC      FROM    TRL-LINE.
           MOVE    NTC-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'NOTICE-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           CLOSE   NOTICE-FILE.
           SET     NOTICE-CLOSED   TO  TRUE.

       250-WRITE-AUDIT     SECTION.
           ACCEPT   WS-AUDIT-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-AUDIT-TIME  FROM    TIME.
           INITIALIZE  AUDIT-REC.
           MOVE    WS-RUN-ID       TO  AUDIT-RUN-ID.
           MOVE    'LBLRCL'        TO  AUDIT-PROGRAM.
           MOVE    'RECALL'        TO  AUDIT-EVENT.
           MOVE    SPACES          TO  AUDIT-KEY.
           STRING  SRT-KEY                     DELIMITED BY SIZE
                   SRT-LEVEL                   DELIMITED BY SIZE
                   SRT-DEST                    DELIMITED BY SIZE
                   INTO    AUDIT-KEY.
           MOVE    SRT-LABEL-TYPE  TO  AUDIT-LABEL-TYPE.
           MOVE    '00'            TO  AUDIT-RETURN-CODE.
           MOVE    WS-AUDIT-DATE   TO  AUDIT-DATE.
           MOVE    WS-AUDIT-TIME   TO  AUDIT-TIME.
           WRITE   AUDIT-REC.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

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
           STRING  'LBLRCL ITEMS='             DELIMITED BY SIZE
                   WS-ITEMS-RECALLED           DELIMITED BY SIZE
                   ' LEVELS='                  DELIMITED BY SIZE
                   WS-LEVELS-PULLED            DELIMITED BY SIZE
                   ' NOLBL='                   DELIMITED BY SIZE
                   WS-ITEMS-NO-LABELS          DELIMITED BY SIZE
                   ' NOTICES='                 DELIMITED BY SIZE
                   WS-NOTICES                  DELIMITED BY SIZE
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
