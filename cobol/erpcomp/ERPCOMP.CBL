       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ERPCOMP.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  SNAP-FILE       ASSIGN  "ERPSNAP"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SNP-STATUS.
           SELECT  TEST01-FILE     ASSIGN  "DATA01"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  SEQUENTIAL
                                   RECORD  KEY     IS  TEST01-KEY
                                   FILE    STATUS  IS  STS-TEST01.
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
           SELECT  PARM-FILE       ASSIGN  "ERPPRM"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  PRM-STATUS.
           SELECT  SORT-FILE       ASSIGN  "ERPSORT".
           SELECT  WORK-FILE       ASSIGN  "ERPWORK"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  WRK-STATUS.
           SELECT  OPTIONAL TRANS-FILE
                                   ASSIGN  "ITMTRAN"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  TRN-STATUS.
           SELECT  HOLD-FILE       ASSIGN  "ERPHOLD"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  HLD-STATUS.
           SELECT  REPORT-FILE     ASSIGN  "ERPRPT"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RPT-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  SNAP-FILE.
       01  SNAP-REC.
           COPY    "ERPITEM.INC".
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY    "LABELHST.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  PARM-FILE.
       01  PARM-REC.
           03  PRM-LABEL-TYPE      PIC X(02).
           03  PRM-DEL-LIMIT       PIC X(05).
           03  PRM-CHG-LIMIT       PIC X(05).
           03  PRM-APPROVE         PIC X(01).
       SD  SORT-FILE.
       01  SORT-REC.
           COPY    "ERPITEM.INC"   REPLACING    LEADING  ==ERP==
                                   BY           ==SRT==.
       FD  WORK-FILE.
       01  WORK-REC.
           03  WRK-CAT             PIC 9(01).
           COPY    "ITMTRAN.INC"   REPLACING    LEADING  ==TRN==
                                   BY           ==WRK==.
       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY    "ITMTRAN.INC".
       FD  HOLD-FILE.
       01  HOLD-REC.
           COPY    "ITMTRAN.INC"   REPLACING    LEADING  ==TRN==
                                   BY           ==HLD==.
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  SNP-STATUS              PIC X(02).
       01  STS-TEST01              PIC X(02).
       01  HST-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  PRM-STATUS              PIC X(02).
       01  WRK-STATUS              PIC X(02).
       01  TRN-STATUS              PIC X(02).
       01  HLD-STATUS              PIC X(02).
       01  RPT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-SNAP-READ            PIC 9(05)   VALUE 0.
       01  WS-MASTER-READ          PIC 9(05)   VALUE 0.
       01  WS-TRANS-WRITTEN        PIC 9(05)   VALUE 0.
       01  WS-TRANS-HELD           PIC 9(05)   VALUE 0.
       01  WS-DROPPED              PIC 9(05)   VALUE 0.
       01  WS-DFLT-LABEL-TYPE      PIC X(02)   VALUE SPACES.
       01  WS-DEL-LIMIT            PIC 9(05)   VALUE 50.
       01  WS-CHG-LIMIT            PIC 9(05)   VALUE 500.
       01  WS-APPROVE              PIC X(01)   VALUE 'N'.
           88  MASS-CHANGE-APPROVED            VALUE 'Y'.
       01  WS-KEY-ERP              PIC X(10).
       01  WS-KEY-MST              PIC X(10).
       01  WS-ERP-ITEM.
           COPY    "ERPITEM.INC"   REPLACING    LEADING  ==ERP==
                                   BY           ==WEI==.
       01  WS-KEY-NEXT             PIC X(10).
       01  WS-NEXT-ITEM.
           COPY    "ERPITEM.INC"   REPLACING    LEADING  ==ERP==
                                   BY           ==NXT==.
       01  WS-UPD-ITEM.
           COPY    "TEST01.INC"   REPLACING    LEADING  ==TEST01==
                                  BY           ==UPD==.
       01  WS-CAT-SUB              PIC 9(01)   VALUE 0.
       01  WS-CAT-KEY              PIC X(10).
       01  WS-SUB                  PIC 9(02)   VALUE 0.
       01  WS-CAT-NAMES.
           03  FILLER              PIC X(30)   VALUE 'ADDS'.
           03  FILLER              PIC X(30)   VALUE 'CHANGES'.
           03  FILLER              PIC X(30)
               VALUE 'DISCONTINUES (HISTORY KEPT)'.
           03  FILLER              PIC X(30)   VALUE 'DELETES'.
           03  FILLER              PIC X(30)   VALUE 'UNCHANGED'.
           03  FILLER              PIC X(30)
               VALUE 'NO ACTION - DISCONTINUED'.
           03  FILLER              PIC X(30)
               VALUE 'SNAPSHOT ERRORS - NOT COMPARED'.
       01  WS-CAT-NAME-LIST        REDEFINES   WS-CAT-NAMES.
           03  WS-CAT-NAME         PIC X(30)   OCCURS 7.
       01  WS-CAT-MAX              PIC 9(01)   VALUE 7.
       01  WS-CAT-TABLE.
           03  WS-CAT              OCCURS 7.
               05  WS-CAT-COUNT    PIC 9(05).
               05  WS-CAT-HELD     PIC X(01).
               05  WS-CAT-SAMPLE   PIC X(10)   OCCURS 10.
       01  WS-SAMPLE-PTR           PIC 9(03)   VALUE 0.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-SORT         PIC X(01)   VALUE 'N'.
               88  EOF-SORT                    VALUE 'Y'.
           03  WS-EOF-MASTER       PIC X(01)   VALUE 'N'.
               88  EOF-MASTER                  VALUE 'Y'.
           03  WS-EOF-WORK         PIC X(01)   VALUE 'N'.
               88  EOF-WORK                    VALUE 'Y'.
           03  WS-HST-AVAIL        PIC X(01)   VALUE 'N'.
               88  HST-AVAILABLE               VALUE 'Y'.
               88  HST-NOT-AVAILABLE           VALUE 'N'.
           03  WS-EOF-AHEAD        PIC X(01)   VALUE 'N'.
               88  EOF-AHEAD                   VALUE 'Y'.
           03  WS-SNAP-EDIT        PIC X(01)   VALUE 'Y'.
               88  SNAP-VALID                  VALUE 'Y'.
               88  SNAP-INVALID                VALUE 'N'.
           03  WS-LABEL-IND        PIC X(01)   VALUE 'N'.
               88  LABELS-PRINTED              VALUE 'Y'.
               88  LABELS-NOT-PRINTED          VALUE 'N'.
           03  WS-DFLT-CHECK       PIC X(01)   VALUE 'Y'.
               88  DFLT-TYPE-VALID             VALUE 'Y'.
               88  DFLT-TYPE-MISSING           VALUE 'M'.
               88  DFLT-TYPE-UNKNOWN           VALUE 'U'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'ERP ITEM SNAPSHOT COMPARE          DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(84)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-CAT-COLS.
           03  FILLER              PIC X(32)   VALUE '  CATEGORY'.
           03  FILLER              PIC X(07)   VALUE 'COUNT'.
           03  FILLER              PIC X(20)   VALUE 'DISPOSITION'.
           03  FILLER              PIC X(73)   VALUE SPACES.
       01  DTL-CAT-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-CAT-NAME        PIC X(30).
           03  DTL-CAT-COUNT       PIC ZZZZ9.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-CAT-DISP        PIC X(20).
           03  FILLER              PIC X(73)   VALUE SPACES.
       01  DTL-SAMPLE-LINE.
           03  FILLER              PIC X(06)   VALUE SPACES.
           03  FILLER              PIC X(08)   VALUE 'SAMPLE: '.
           03  DTL-SAMPLE-KEYS     PIC X(110).
           03  FILLER              PIC X(08)   VALUE SPACES.
       01  TOT-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  TOT-TEXT            PIC X(30).
           03  TOT-COUNT           PIC ZZZZ9.
           03  FILLER              PIC X(95)   VALUE SPACES.
       01  MSG-HELD.
           03  FILLER              PIC X(44)
               VALUE '  ** MASS CHANGE HELD FOR APPROVAL - REVIEW '.
           03  FILLER              PIC X(88)
               VALUE 'ERPHOLD, RERUN WITH ERPPRM APPROVAL FLAG Y **'.
       01  MSG-DFLT-TYPE.
           03  FILLER              PIC X(38)
               VALUE '  ** ADDS HELD - DEFAULT LABEL TYPE ('.
           03  MSG-DFLT-TYPE-VAL   PIC X(02).
           03  FILLER              PIC X(02)   VALUE ') '.
           03  MSG-DFLT-TYPE-WHY   PIC X(90).
       01  MSG-APPROVED.
           03  FILLER              PIC X(132)
               VALUE '  MASS CHANGE LIMITS WAIVED - APPROVAL FLAG Y'.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           INITIALIZE  WS-CAT-TABLE.
           PERFORM 050-READ-PARM.
           OPEN    INPUT   TEST01-FILE.
           MOVE    STS-TEST01              TO  WS-CHECK-STATUS.
           MOVE    'TEST01-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   HISTORY-FILE.
           IF      HST-STATUS      =   '00'
               SET     HST-AVAILABLE       TO  TRUE
           ELSE
               SET     HST-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    OUTPUT  WORK-FILE.
           MOVE    WRK-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'WORK-FILE'             TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           SORT    SORT-FILE
                   ON  ASCENDING KEY   SRT-KEY
                   WITH    DUPLICATES  IN  ORDER
                   USING   SNAP-FILE
                   OUTPUT  PROCEDURE   IS  200-COMPARE.
           CLOSE   TEST01-FILE.
           IF      HST-AVAILABLE
               CLOSE   HISTORY-FILE
           END-IF.
           CLOSE   WORK-FILE.
           PERFORM 400-SET-HOLDS.
           PERFORM 500-ROUTE-TRANS.
           PERFORM 700-PRINT-REPORT.
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
                       MOVE    PRM-LABEL-TYPE  TO  WS-DFLT-LABEL-TYPE
                       IF      PRM-DEL-LIMIT   IS  NUMERIC
                           MOVE    PRM-DEL-LIMIT   TO  WS-DEL-LIMIT
                       END-IF
                       IF      PRM-CHG-LIMIT   IS  NUMERIC
                           MOVE    PRM-CHG-LIMIT   TO  WS-CHG-LIMIT
                       END-IF
                       IF      PRM-APPROVE     =   'Y'
                           SET     MASS-CHANGE-APPROVED    TO  TRUE
                       END-IF
               END-READ
               CLOSE   PARM-FILE
           END-IF.
           PERFORM 060-CHECK-DFLT-TYPE.

       060-CHECK-DFLT-TYPE SECTION.
           SET     DFLT-TYPE-VALID TO  TRUE.
           IF      WS-DFLT-LABEL-TYPE  =   SPACES
               SET     DFLT-TYPE-MISSING   TO  TRUE
           ELSE
               OPEN    INPUT   CONTROL-FILE
               IF      CTL-STATUS      =   '00'
                   MOVE    WS-DFLT-LABEL-TYPE  TO  CTL-LABEL-TYPE
                   READ    CONTROL-FILE
                       INVALID KEY
                           SET     DFLT-TYPE-UNKNOWN   TO  TRUE
                   END-READ
                   CLOSE   CONTROL-FILE
               ELSE
                   SET     DFLT-TYPE-UNKNOWN   TO  TRUE
               END-IF
           END-IF.
           IF      NOT DFLT-TYPE-VALID
               MOVE    'Y'             TO  WS-CAT-HELD (1)
           END-IF.

       200-COMPARE         SECTION.
           PERFORM 205-READ-AHEAD.
           PERFORM 210-RETURN-SNAP.
           PERFORM 220-READ-MASTER.
           PERFORM UNTIL   EOF-SORT    AND EOF-MASTER
               EVALUATE TRUE
                   WHEN    WS-KEY-ERP  =   WS-KEY-MST
                       IF      SNAP-VALID
                           PERFORM 230-COMPARE-ITEM
                       ELSE
                           MOVE    7           TO  WS-CAT-SUB
                           MOVE    WS-KEY-ERP  TO  WS-CAT-KEY
                           PERFORM 600-COUNT-CAT
                       END-IF
                       PERFORM 210-RETURN-SNAP
                       PERFORM 220-READ-MASTER
                   WHEN    WS-KEY-ERP  <   WS-KEY-MST
                       IF      SNAP-VALID
                           PERFORM 240-NEW-ITEM
                       ELSE
                           MOVE    7           TO  WS-CAT-SUB
                           MOVE    WS-KEY-ERP  TO  WS-CAT-KEY
                           PERFORM 600-COUNT-CAT
                       END-IF
                       PERFORM 210-RETURN-SNAP
                   WHEN    OTHER
                       PERFORM 250-DROPPED-ITEM
                       PERFORM 220-READ-MASTER
               END-EVALUATE
           END-PERFORM.

       205-READ-AHEAD      SECTION.
           RETURN  SORT-FILE
               AT  END
                   SET     EOF-AHEAD       TO  TRUE
                   MOVE    HIGH-VALUES     TO  WS-KEY-NEXT
               NOT AT END
                   ADD     1               TO  WS-SNAP-READ
                   MOVE    SRT-KEY         TO  WS-KEY-NEXT
                   MOVE    SORT-REC        TO  WS-NEXT-ITEM
           END-RETURN.

       210-RETURN-SNAP     SECTION.
           IF      EOF-AHEAD
               SET     EOF-SORT        TO  TRUE
               MOVE    HIGH-VALUES     TO  WS-KEY-ERP
           ELSE
               MOVE    WS-KEY-NEXT     TO  WS-KEY-ERP
               MOVE    WS-NEXT-ITEM    TO  WS-ERP-ITEM
               PERFORM 215-EDIT-SNAP
               PERFORM 205-READ-AHEAD
               PERFORM UNTIL   EOF-AHEAD
                       OR      WS-KEY-NEXT NOT =   WS-KEY-ERP
                   SET     SNAP-INVALID    TO  TRUE
                   MOVE    7               TO  WS-CAT-SUB
                   MOVE    WS-KEY-NEXT     TO  WS-CAT-KEY
                   PERFORM 600-COUNT-CAT
                   PERFORM 205-READ-AHEAD
               END-PERFORM
           END-IF.

       215-EDIT-SNAP       SECTION.
           SET     SNAP-VALID      TO  TRUE.
           IF      WEI-KEY     =   SPACES
               OR  WEI-DESC    =   SPACES
               OR  NOT (WEI-ACTIVE OR WEI-DISCONTINUED)
               SET     SNAP-INVALID    TO  TRUE
           END-IF.

       220-READ-MASTER     SECTION.
           READ    TEST01-FILE     NEXT    RECORD
               AT  END
                   SET     EOF-MASTER      TO  TRUE
                   MOVE    HIGH-VALUES     TO  WS-KEY-MST
               NOT AT END
                   ADD     1               TO  WS-MASTER-READ
                   MOVE    TEST01-KEY      TO  WS-KEY-MST
           END-READ.

       230-COMPARE-ITEM    SECTION.
           MOVE    SPACES          TO  WS-UPD-ITEM.
           MOVE    TEST01-KEY      TO  UPD-KEY.
           MOVE    WEI-DESC        TO  UPD-DESC.
           MOVE    WEI-UOM         TO  UPD-UOM.
           EVALUATE TRUE
               WHEN    WEI-DISCONTINUED
                   AND NOT TEST01-DISCONTINUED
                   SET     UPD-DISCONTINUED    TO  TRUE
               WHEN    WEI-ACTIVE
                   AND TEST01-DISCONTINUED
                   SET     UPD-ACTIVE          TO  TRUE
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE.
           IF      UPD-DESC    =   TEST01-DESC
               AND UPD-UOM     =   TEST01-UOM
               AND UPD-STATUS  =   SPACES
               MOVE    5               TO  WS-CAT-SUB
               MOVE    TEST01-KEY      TO  WS-CAT-KEY
               PERFORM 600-COUNT-CAT
           ELSE
               MOVE    WS-START-DATE   TO  UPD-CHG-DATE
               MOVE    2               TO  WS-CAT-SUB
               MOVE    'E'             TO  WRK-ACTION
               PERFORM 270-WRITE-WORK
           END-IF.

       240-NEW-ITEM        SECTION.
           IF      WEI-DISCONTINUED
               MOVE    6               TO  WS-CAT-SUB
               MOVE    WEI-KEY         TO  WS-CAT-KEY
               PERFORM 600-COUNT-CAT
           ELSE
               MOVE    SPACES          TO  WS-UPD-ITEM
               MOVE    WEI-KEY         TO  UPD-KEY
               MOVE    WEI-DESC        TO  UPD-DESC
               SET     UPD-ACTIVE      TO  TRUE
               MOVE    WS-DFLT-LABEL-TYPE  TO  UPD-LABEL-TYPE
               MOVE    WEI-UOM         TO  UPD-UOM
               MOVE    WS-START-DATE   TO  UPD-ADD-DATE
               MOVE    0               TO  UPD-CHG-DATE
               MOVE    1               TO  WS-CAT-SUB
               MOVE    'A'             TO  WRK-ACTION
               PERFORM 270-WRITE-WORK
           END-IF.

       250-DROPPED-ITEM    SECTION.
           IF      TEST01-DISCONTINUED
               MOVE    6               TO  WS-CAT-SUB
               MOVE    TEST01-KEY      TO  WS-CAT-KEY
               PERFORM 600-COUNT-CAT
           ELSE
               ADD     1               TO  WS-DROPPED
               PERFORM 260-CHECK-LABELS
               MOVE    TEST01-REC      TO  WS-UPD-ITEM
               IF      LABELS-PRINTED
                   MOVE    SPACES          TO  UPD-DATA
                   SET     UPD-DISCONTINUED    TO  TRUE
                   MOVE    WS-START-DATE   TO  UPD-CHG-DATE
                   MOVE    3               TO  WS-CAT-SUB
                   MOVE    'E'             TO  WRK-ACTION
               ELSE
                   MOVE    4               TO  WS-CAT-SUB
                   MOVE    'D'             TO  WRK-ACTION
               END-IF
               PERFORM 270-WRITE-WORK
           END-IF.

       260-CHECK-LABELS    SECTION.
           IF      HST-NOT-AVAILABLE
               SET     LABELS-PRINTED      TO  TRUE
           ELSE
               SET     LABELS-NOT-PRINTED  TO  TRUE
               MOVE    LOW-VALUES      TO  HST-KEY
               MOVE    TEST01-KEY      TO  HST-KEY (1:10)
               START   HISTORY-FILE    KEY NOT <   HST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ    HISTORY-FILE    NEXT    RECORD
                           AT  END
                               CONTINUE
                           NOT AT END
                               IF      HST-KEY (1:10)  =   TEST01-KEY
                                   SET     LABELS-PRINTED  TO  TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       270-WRITE-WORK      SECTION.
           MOVE    WS-CAT-SUB      TO  WRK-CAT.
           MOVE    UPD-KEY         TO  WRK-KEY.
           MOVE    UPD-DATA        TO  WRK-DATA.
           MOVE    SPACES          TO  WRK-EFF-DATE.
           WRITE   WORK-REC.
           MOVE    WRK-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'WORK-FILE'             TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    UPD-KEY         TO  WS-CAT-KEY.
           PERFORM 600-COUNT-CAT.

       400-SET-HOLDS       SECTION.
           IF      NOT MASS-CHANGE-APPROVED
               IF      WS-CAT-COUNT (2)    >   WS-CHG-LIMIT
                   MOVE    'Y'             TO  WS-CAT-HELD (2)
               END-IF
               IF      WS-DROPPED          >   WS-DEL-LIMIT
                   MOVE    'Y'             TO  WS-CAT-HELD (3)
                   MOVE    'Y'             TO  WS-CAT-HELD (4)
               END-IF
           END-IF.

       500-ROUTE-TRANS     SECTION.
           OPEN    INPUT   WORK-FILE.
           MOVE    WRK-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'WORK-FILE'             TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    EXTEND  TRANS-FILE.
           MOVE    TRN-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    OUTPUT  HOLD-FILE.
           MOVE    HLD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'HOLD-FILE'             TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM UNTIL   EOF-WORK
               READ    WORK-FILE
                   AT  END
                       SET     EOF-WORK        TO  TRUE
                   NOT AT END
                       PERFORM 510-ROUTE-ONE
               END-READ
           END-PERFORM.
           CLOSE   WORK-FILE.
           CLOSE   TRANS-FILE.
           CLOSE   HOLD-FILE.

       510-ROUTE-ONE       SECTION.
           IF      WS-CAT-HELD (WRK-CAT)   =   'Y'
               MOVE    WRK-ACTION      TO  HLD-ACTION
               MOVE    WRK-KEY         TO  HLD-KEY
               MOVE    WRK-DATA        TO  HLD-DATA
               MOVE    WRK-EFF-DATE    TO  HLD-EFF-DATE
               WRITE   HOLD-REC
               MOVE    HLD-STATUS              TO  WS-CHECK-STATUS
               MOVE    'HOLD-FILE'             TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               ADD     1               TO  WS-TRANS-HELD
           ELSE
               MOVE    WRK-ACTION      TO  TRN-ACTION
               MOVE    WRK-KEY         TO  TRN-KEY
               MOVE    WRK-DATA        TO  TRN-DATA
               MOVE    WRK-EFF-DATE    TO  TRN-EFF-DATE
               WRITE   TRANS-REC
               MOVE    TRN-STATUS              TO  WS-CHECK-STATUS
               MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               ADD     1               TO  WS-TRANS-WRITTEN
           END-IF.

       600-COUNT-CAT       SECTION.
           ADD     1               TO  WS-CAT-COUNT (WS-CAT-SUB).
           IF      WS-CAT-COUNT (WS-CAT-SUB)   NOT >   10
               MOVE    WS-CAT-COUNT (WS-CAT-SUB)   TO  WS-SUB
               MOVE    WS-CAT-KEY
                       TO  WS-CAT-SAMPLE (WS-CAT-SUB WS-SUB)
           END-IF.

       700-PRINT-REPORT    SECTION.
           OPEN    OUTPUT  REPORT-FILE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           WRITE   REPORT-REC      FROM    HDR-LINE-1.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           MOVE    'COMPARE RESULTS BY CATEGORY'   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-CAT-COLS.
           PERFORM VARYING WS-CAT-SUB  FROM    1   BY  1
                   UNTIL   WS-CAT-SUB  >   WS-CAT-MAX
               PERFORM 710-PRINT-CAT
           END-PERFORM.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           MOVE    'SNAPSHOT RECORDS READ'     TO  TOT-TEXT.
           MOVE    WS-SNAP-READ    TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'DATA01 ITEMS READ'         TO  TOT-TEXT.
           MOVE    WS-MASTER-READ  TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'TRANSACTIONS TO ITMTRAN'   TO  TOT-TEXT.
           MOVE    WS-TRANS-WRITTEN    TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'TRANSACTIONS HELD (ERPHOLD)'   TO  TOT-TEXT.
           MOVE    WS-TRANS-HELD   TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'CHANGE LIMIT'              TO  TOT-TEXT.
           MOVE    WS-CHG-LIMIT    TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'DELETE/DISCONTINUE LIMIT'  TO  TOT-TEXT.
           MOVE    WS-DEL-LIMIT    TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           IF      WS-CAT-HELD (2)     =   'Y'
               OR  WS-CAT-HELD (3)     =   'Y'
               WRITE   REPORT-REC      FROM    MSG-HELD
           END-IF.
           IF      NOT DFLT-TYPE-VALID
               MOVE    WS-DFLT-LABEL-TYPE  TO  MSG-DFLT-TYPE-VAL
               IF      DFLT-TYPE-MISSING
                   MOVE    'NOT SET ON ERPPRM'
                                           TO  MSG-DFLT-TYPE-WHY
               ELSE
                   MOVE    'NOT ON LABELCTL'
                                           TO  MSG-DFLT-TYPE-WHY
               END-IF
               WRITE   REPORT-REC      FROM    MSG-DFLT-TYPE
           END-IF.
           IF      MASS-CHANGE-APPROVED
               WRITE   REPORT-REC      FROM    MSG-APPROVED
           END-IF.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           CLOSE   REPORT-FILE.

       710-PRINT-CAT       SECTION.
           MOVE    WS-CAT-NAME (WS-CAT-SUB)    TO  DTL-CAT-NAME.
           MOVE    WS-CAT-COUNT (WS-CAT-SUB)   TO  DTL-CAT-COUNT.
           EVALUATE TRUE
               WHEN    WS-CAT-SUB  >   4
                   MOVE    'NO ACTION'         TO  DTL-CAT-DISP
               WHEN    WS-CAT-SUB  =   1
                   AND WS-CAT-HELD (1)         =   'Y'
                   MOVE    'HELD - NO LABEL TYPE'  TO  DTL-CAT-DISP
               WHEN    WS-CAT-HELD (WS-CAT-SUB)    =   'Y'
                   MOVE    'HELD FOR APPROVAL' TO  DTL-CAT-DISP
               WHEN    OTHER
                   MOVE    'WRITTEN TO ITMTRAN'    TO  DTL-CAT-DISP
           END-EVALUATE.
           WRITE   REPORT-REC      FROM    DTL-CAT-LINE.
           IF      WS-CAT-COUNT (WS-CAT-SUB)   >   0
               MOVE    SPACES          TO  DTL-SAMPLE-KEYS
               MOVE    1               TO  WS-SAMPLE-PTR
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   10
                       OR      WS-SUB  >   WS-CAT-COUNT (WS-CAT-SUB)
                   STRING  WS-CAT-SAMPLE (WS-CAT-SUB WS-SUB)
                                               DELIMITED BY SIZE
                           ' '                 DELIMITED BY SIZE
                           INTO    DTL-SAMPLE-KEYS
                           WITH    POINTER WS-SAMPLE-PTR
               END-PERFORM
               WRITE   REPORT-REC      FROM    DTL-SAMPLE-LINE
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
           STRING  'ERPCOMP ADD='              DELIMITED BY SIZE
                   WS-CAT-COUNT (1)            DELIMITED BY SIZE
                   ' CHG='                     DELIMITED BY SIZE
                   WS-CAT-COUNT (2)            DELIMITED BY SIZE
                   ' DEL='                     DELIMITED BY SIZE
                   WS-DROPPED                  DELIMITED BY SIZE
                   ' HELD='                    DELIMITED BY SIZE
                   WS-TRANS-HELD               DELIMITED BY SIZE
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
