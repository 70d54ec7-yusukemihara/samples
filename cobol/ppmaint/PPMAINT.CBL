       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PPMAINT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TRANS-FILE      ASSIGN  "PPRTRAN"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  TRN-STATUS.
           SELECT  OPTIONAL PACK-PROFILE-FILE
                                   ASSIGN  "PACKPROF"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  PPR-KEY
                                   FILE    STATUS  IS  PPR-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  TEST01-FILE     ASSIGN  "DATA01"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  TEST01-KEY
                                   FILE    STATUS  IS  STS-TEST01.
           SELECT  LISTING-FILE    ASSIGN  "PPRLIST"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  LST-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           03  PTR-ACTION          PIC X(01).
               88  PTR-ADD                     VALUE 'A'.
               88  PTR-CHANGE                  VALUE 'C'.
               88  PTR-DELETE                  VALUE 'D'.
           03  PTR-UOM             PIC X(03).
           03  PTR-LEVEL           PIC X(02).
           03  PTR-QTY             PIC X(05).
           03  PTR-LABEL-TYPE      PIC X(02).
       FD  PACK-PROFILE-FILE.
       01  PACK-PROFILE-REC.
           COPY    "PACKPROF.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       FD  LISTING-FILE.
       01  LISTING-REC             PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  TRN-STATUS              PIC X(02).
       01  PPR-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  STS-TEST01              PIC X(02)   VALUE SPACES.
       01  LST-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-TRANS-READ           PIC 9(04)   VALUE 0.
       01  WS-ADDS                 PIC 9(04)   VALUE 0.
       01  WS-CHANGES              PIC 9(04)   VALUE 0.
       01  WS-DELETES              PIC 9(04)   VALUE 0.
       01  WS-REJECTS              PIC 9(04)   VALUE 0.
       01  WS-ITEMS-MORE           PIC 9(06)   VALUE 0.
       01  WS-ITEMS-FEWER          PIC 9(06)   VALUE 0.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-QTY                  PIC 9(05).
       01  WS-LABELS-BEFORE        PIC 9(03).
       01  WS-LABELS-AFTER         PIC 9(03).
       01  WS-CUR-UOM              PIC X(03).
       01  WS-USUB                 PIC 9(03)   VALUE 0.
       01  WS-UOM-HIT              PIC 9(03)   VALUE 0.
       01  WS-UOM-CNT              PIC 9(03)   VALUE 0.
       01  WS-UOM-MAX              PIC 9(03)   VALUE 100.
       01  WS-UOM-TABLE.
           03  WS-UOM-ENTRY        OCCURS 100.
               05  WS-UOM-CODE     PIC X(03).
               05  WS-UOM-ITEMS    PIC 9(06).
               05  WS-UOM-ACTIVE   PIC 9(06).
               05  WS-UOM-BEFORE   PIC 9(03).
               05  WS-UOM-AFTER    PIC 9(03).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-TRANS        PIC X(01)   VALUE 'N'.
               88  EOF-TRANS                   VALUE 'Y'.
           03  WS-EOF-PACK         PIC X(01)   VALUE 'N'.
               88  EOF-PACK                    VALUE 'Y'.
           03  WS-EOF-MASTER       PIC X(01)   VALUE 'N'.
               88  EOF-MASTER                  VALUE 'Y'.
           03  WS-EDIT-RESULT      PIC X(01)   VALUE 'Y'.
               88  EDIT-PASSED                 VALUE 'Y'.
               88  EDIT-FAILED                 VALUE 'N'.
           03  WS-LIST-PASS        PIC X(01)   VALUE 'B'.
               88  LIST-BEFORE                 VALUE 'B'.
               88  LIST-AFTER                  VALUE 'A'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'PACK PROFILE MAINTENANCE           DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(84)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-PPR-COLS.
           03  FILLER              PIC X(24)
               VALUE '  UOM  LVL    QTY  TYPE'.
           03  FILLER              PIC X(108)  VALUE SPACES.
       01  DTL-PPR-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-UOM             PIC X(03).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LEVEL           PIC X(02).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-QTY             PIC ZZZZ9.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LTYPE           PIC X(02).
           03  FILLER              PIC X(111)  VALUE SPACES.
       01  DTL-TRN-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-ACTION      PIC X(01).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-UOM         PIC X(03).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-TRN-LEVEL       PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-FIELDS      PIC X(10).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-RESULT      PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-REASON      PIC X(30).
           03  FILLER              PIC X(67)   VALUE SPACES.
       01  HDR-IMP-COLS.
           03  FILLER              PIC X(36)
               VALUE '  UOM  ACTIVE ITEMS  LABELS BEFORE  '.
           03  FILLER              PIC X(20)
               VALUE 'LABELS AFTER  CHANGE'.
           03  FILLER              PIC X(76)   VALUE SPACES.
       01  DTL-IMP-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-IMP-UOM         PIC X(03).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-IMP-ITEMS       PIC ZZZZZ9.
           03  FILLER              PIC X(09)   VALUE SPACES.
           03  DTL-IMP-BEFORE      PIC ZZ9.
           03  FILLER              PIC X(12)   VALUE SPACES.
           03  DTL-IMP-AFTER       PIC ZZ9.
           03  FILLER              PIC X(08)   VALUE SPACES.
           03  DTL-IMP-CHANGE      PIC X(05).
           03  FILLER              PIC X(77)   VALUE SPACES.
       01  TOT-IMP-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  TOT-IMP-TEXT        PIC X(40).
           03  TOT-IMP-COUNT       PIC ZZZZZ9.
           03  FILLER              PIC X(84)   VALUE SPACES.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           OPEN    INPUT   TRANS-FILE.
           MOVE    TRN-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O     PACK-PROFILE-FILE.
           MOVE    PPR-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'PACKPROF-FILE'         TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   CONTROL-FILE.
           MOVE    CTL-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'CONTROL-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   TEST01-FILE.
           MOVE    STS-TEST01              TO  WS-CHECK-STATUS.
           MOVE    'TEST01-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    OUTPUT  LISTING-FILE.
           MOVE    LST-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'LISTING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM 050-LOAD-ITEM-UOMS.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           WRITE   LISTING-REC     FROM    HDR-LINE-1.
           WRITE   LISTING-REC     FROM    BLANK-LINE.
           MOVE    'PACK PROFILES BEFORE MAINTENANCE'
                                   TO  HDR-TITLE.
           SET     LIST-BEFORE     TO  TRUE.
           PERFORM 100-LIST-FILE.
           MOVE    'TRANSACTIONS APPLIED THIS RUN'
                                   TO  HDR-TITLE.
           WRITE   LISTING-REC     FROM    HDR-SECTION.
           PERFORM UNTIL   EOF-TRANS
               READ    TRANS-FILE
                   AT  END
                       SET     EOF-TRANS       TO  TRUE
                   NOT AT END
                       ADD     1               TO  WS-TRANS-READ
                       PERFORM 200-APPLY-TRANS
               END-READ
           END-PERFORM.
           WRITE   LISTING-REC     FROM    BLANK-LINE.
           MOVE    'PACK PROFILES AFTER MAINTENANCE'
                                   TO  HDR-TITLE.
           SET     LIST-AFTER      TO  TRUE.
           PERFORM 100-LIST-FILE.
           PERFORM 400-PRINT-IMPACT.
           CLOSE   TRANS-FILE.
           CLOSE   PACK-PROFILE-FILE.
           CLOSE   CONTROL-FILE.
           CLOSE   TEST01-FILE.
           CLOSE   LISTING-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       050-LOAD-ITEM-UOMS  SECTION.
           MOVE    LOW-VALUES      TO  TEST01-KEY.
           START   TEST01-FILE     KEY NOT <   TEST01-KEY
               INVALID KEY
                   SET     EOF-MASTER      TO  TRUE
           END-START.
           PERFORM UNTIL   EOF-MASTER
               READ    TEST01-FILE     NEXT    RECORD
                   AT  END
                       SET     EOF-MASTER      TO  TRUE
                   NOT AT END
                       MOVE    TEST01-UOM      TO  WS-CUR-UOM
                       PERFORM 060-ADD-UOM
                       ADD     1   TO  WS-UOM-ITEMS (WS-UOM-HIT)
                       IF      TEST01-ACTIVE
                           ADD     1   TO  WS-UOM-ACTIVE (WS-UOM-HIT)
                       END-IF
               END-READ
           END-PERFORM.

       060-ADD-UOM         SECTION.
           PERFORM 070-FIND-UOM.
           IF      WS-UOM-HIT      =   0
               IF      WS-UOM-CNT      <   WS-UOM-MAX
                   ADD     1               TO  WS-UOM-CNT
                   MOVE    WS-CUR-UOM
                                   TO  WS-UOM-CODE (WS-UOM-CNT)
                   MOVE    0       TO  WS-UOM-ITEMS (WS-UOM-CNT)
                   MOVE    0       TO  WS-UOM-ACTIVE (WS-UOM-CNT)
                   MOVE    0       TO  WS-UOM-BEFORE (WS-UOM-CNT)
                   MOVE    0       TO  WS-UOM-AFTER (WS-UOM-CNT)
                   MOVE    WS-UOM-CNT      TO  WS-UOM-HIT
               ELSE
                   DISPLAY 'PPMAINT UOM TABLE FULL - '
                           'CANNOT COUNT ITEMS FOR ' WS-CUR-UOM
                   STOP RUN
               END-IF
           END-IF.

       070-FIND-UOM        SECTION.
           MOVE    0               TO  WS-UOM-HIT.
           PERFORM VARYING WS-USUB FROM    1   BY  1
                   UNTIL   WS-USUB >   WS-UOM-CNT
               IF      WS-UOM-CODE (WS-USUB)   =   WS-CUR-UOM
                   MOVE    WS-USUB         TO  WS-UOM-HIT
                   MOVE    WS-UOM-CNT      TO  WS-USUB
               END-IF
           END-PERFORM.

       100-LIST-FILE       SECTION.
           WRITE   LISTING-REC     FROM    HDR-SECTION.
           WRITE   LISTING-REC     FROM    HDR-PPR-COLS.
           MOVE    LOW-VALUES      TO  PPR-KEY.
           START   PACK-PROFILE-FILE   KEY NOT <   PPR-KEY
               INVALID KEY
                   SET     EOF-PACK        TO  TRUE
           END-START.
           PERFORM UNTIL   EOF-PACK
               READ    PACK-PROFILE-FILE   NEXT    RECORD
                   AT  END
                       SET     EOF-PACK        TO  TRUE
                   NOT AT END
                       MOVE    PPR-UOM         TO  DTL-UOM
                       MOVE    PPR-LEVEL       TO  DTL-LEVEL
                       MOVE    PPR-QTY         TO  DTL-QTY
                       MOVE    PPR-LABEL-TYPE  TO  DTL-LTYPE
                       WRITE   LISTING-REC FROM    DTL-PPR-LINE
                       PERFORM 110-COUNT-LEVEL
               END-READ
           END-PERFORM.
           MOVE    'N'             TO  WS-EOF-PACK.
           WRITE   LISTING-REC     FROM    BLANK-LINE.

       110-COUNT-LEVEL     SECTION.
           MOVE    PPR-UOM         TO  WS-CUR-UOM.
           PERFORM 070-FIND-UOM.
           IF      WS-UOM-HIT      >   0
               IF      LIST-BEFORE
                   ADD     1       TO  WS-UOM-BEFORE (WS-UOM-HIT)
               ELSE
                   ADD     1       TO  WS-UOM-AFTER (WS-UOM-HIT)
               END-IF
           END-IF.

       200-APPLY-TRANS     SECTION.
           PERFORM 210-EDIT-TRANS.
           IF      EDIT-PASSED
               EVALUATE TRUE
                   WHEN    PTR-ADD
                       PERFORM 220-ADD-PROFILE
                   WHEN    PTR-CHANGE
                       PERFORM 230-CHANGE-PROFILE
                   WHEN    PTR-DELETE
                       PERFORM 240-DELETE-PROFILE
               END-EVALUATE
           ELSE
               PERFORM 260-PRINT-REJECT
           END-IF.

       210-EDIT-TRANS      SECTION.
           SET     EDIT-PASSED     TO  TRUE.
           MOVE    SPACES          TO  WS-REJECT-REASON.
           IF      NOT PTR-ADD     AND
                   NOT PTR-CHANGE  AND
                   NOT PTR-DELETE
               MOVE    'INVALID ACTION CODE'   TO  WS-REJECT-REASON
               SET     EDIT-FAILED             TO  TRUE
           END-IF.
           IF      EDIT-PASSED
               IF      PTR-UOM         =   SPACES
                   MOVE    'UNIT OF MEASURE MISSING'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED
               IF      PTR-LEVEL       =   SPACES
                   MOVE    'PACK LEVEL MISSING'    TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED
               IF      PTR-DELETE
                   PERFORM 217-EDIT-USAGE
               ELSE
                   PERFORM 215-EDIT-FIELDS
               END-IF
           END-IF.

       215-EDIT-FIELDS     SECTION.
           IF      PTR-QTY         IS NOT NUMERIC
               MOVE    'QTY NOT NUMERIC'       TO  WS-REJECT-REASON
               SET     EDIT-FAILED             TO  TRUE
           ELSE
               MOVE    PTR-QTY         TO  WS-QTY
               IF      WS-QTY          =   0
                   MOVE    'QTY MUST NOT BE ZERO'  TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED     AND PTR-LABEL-TYPE  NOT =   SPACES
               MOVE    PTR-LABEL-TYPE  TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       MOVE    'LABEL TYPE NOT ON CONTROL'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED TO  TRUE
               END-READ
           END-IF.

       217-EDIT-USAGE      SECTION.
           MOVE    PTR-UOM         TO  WS-CUR-UOM.
           PERFORM 070-FIND-UOM.
           IF      WS-UOM-HIT      >   0
               MOVE    'UOM STILL USED BY ITEMS'
                                   TO  WS-REJECT-REASON
               SET     EDIT-FAILED TO  TRUE
           END-IF.

       220-ADD-PROFILE     SECTION.
           MOVE    PTR-UOM         TO  PPR-UOM.
           MOVE    PTR-LEVEL       TO  PPR-LEVEL.
           MOVE    WS-QTY          TO  PPR-QTY.
           MOVE    PTR-LABEL-TYPE  TO  PPR-LABEL-TYPE.
           WRITE   PACK-PROFILE-REC
               INVALID KEY
                   MOVE    'PACK LEVEL ALREADY ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 260-PRINT-REJECT
               NOT INVALID KEY
                   ADD     1               TO  WS-ADDS
                   MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                   PERFORM 250-PRINT-TRANS
           END-WRITE.

       230-CHANGE-PROFILE  SECTION.
           MOVE    PTR-UOM         TO  PPR-UOM.
           MOVE    PTR-LEVEL       TO  PPR-LEVEL.
           READ    PACK-PROFILE-FILE
               INVALID KEY
                   MOVE    'PACK LEVEL NOT ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 260-PRINT-REJECT
               NOT INVALID KEY
                   MOVE    WS-QTY          TO  PPR-QTY
                   MOVE    PTR-LABEL-TYPE  TO  PPR-LABEL-TYPE
                   REWRITE PACK-PROFILE-REC
                   MOVE    PPR-STATUS      TO  WS-CHECK-STATUS
                   MOVE    'PACKPROF-FILE' TO  WS-CHECK-FILE-NAME
                   PERFORM 900-CHECK-STATUS
                   ADD     1               TO  WS-CHANGES
                   MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                   PERFORM 250-PRINT-TRANS
           END-READ.

       240-DELETE-PROFILE  SECTION.
           MOVE    PTR-UOM         TO  PPR-UOM.
           MOVE    PTR-LEVEL       TO  PPR-LEVEL.
           DELETE  PACK-PROFILE-FILE   RECORD
               INVALID KEY
                   MOVE    'PACK LEVEL NOT ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 260-PRINT-REJECT
               NOT INVALID KEY
                   ADD     1               TO  WS-DELETES
                   MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                   PERFORM 250-PRINT-TRANS
           END-DELETE.

       250-PRINT-TRANS     SECTION.
           MOVE    PTR-ACTION      TO  DTL-TRN-ACTION.
           MOVE    PTR-UOM         TO  DTL-TRN-UOM.
           MOVE    PTR-LEVEL       TO  DTL-TRN-LEVEL.
           MOVE    SPACES          TO  DTL-TRN-FIELDS.
           STRING  PTR-QTY                     DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   PTR-LABEL-TYPE              DELIMITED BY SIZE
                   INTO    DTL-TRN-FIELDS.
           MOVE    WS-REJECT-REASON    TO  DTL-TRN-REASON.
           WRITE   LISTING-REC     FROM    DTL-TRN-LINE.
           MOVE    LST-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'LISTING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       260-PRINT-REJECT    SECTION.
           MOVE    'REJECTED'      TO  DTL-TRN-RESULT.
           PERFORM 250-PRINT-TRANS.
           ADD     1               TO  WS-REJECTS.

       400-PRINT-IMPACT    SECTION.
           MOVE    'IMPACT ON NEXT MASTER LABEL RUN'
                                   TO  HDR-TITLE.
           WRITE   LISTING-REC     FROM    HDR-SECTION.
           WRITE   LISTING-REC     FROM    HDR-IMP-COLS.
           PERFORM VARYING WS-USUB FROM    1   BY  1
                   UNTIL   WS-USUB >   WS-UOM-CNT
               PERFORM 410-PRINT-UOM-IMPACT
           END-PERFORM.
           WRITE   LISTING-REC     FROM    BLANK-LINE.
           MOVE    'ACTIVE ITEMS GETTING MORE LABELS'
                                   TO  TOT-IMP-TEXT.
           MOVE    WS-ITEMS-MORE   TO  TOT-IMP-COUNT.
           WRITE   LISTING-REC     FROM    TOT-IMP-LINE.
           MOVE    'ACTIVE ITEMS GETTING FEWER LABELS'
                                   TO  TOT-IMP-TEXT.
           MOVE    WS-ITEMS-FEWER  TO  TOT-IMP-COUNT.
           WRITE   LISTING-REC     FROM    TOT-IMP-LINE.
           MOVE    LST-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'LISTING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       410-PRINT-UOM-IMPACT SECTION.
           IF      WS-UOM-BEFORE (WS-USUB) =   0
               MOVE    1               TO  WS-LABELS-BEFORE
           ELSE
               MOVE    WS-UOM-BEFORE (WS-USUB) TO  WS-LABELS-BEFORE
           END-IF.
           IF      WS-UOM-AFTER (WS-USUB)  =   0
               MOVE    1               TO  WS-LABELS-AFTER
           ELSE
               MOVE    WS-UOM-AFTER (WS-USUB)  TO  WS-LABELS-AFTER
           END-IF.
           IF      WS-UOM-ACTIVE (WS-USUB) >   0   AND
                   WS-LABELS-AFTER NOT =   WS-LABELS-BEFORE
               MOVE    WS-UOM-CODE (WS-USUB)   TO  DTL-IMP-UOM
               MOVE    WS-UOM-ACTIVE (WS-USUB) TO  DTL-IMP-ITEMS
               MOVE    WS-LABELS-BEFORE        TO  DTL-IMP-BEFORE
               MOVE    WS-LABELS-AFTER         TO  DTL-IMP-AFTER
               IF      WS-LABELS-AFTER >   WS-LABELS-BEFORE
                   MOVE    'MORE'          TO  DTL-IMP-CHANGE
                   ADD     WS-UOM-ACTIVE (WS-USUB) TO  WS-ITEMS-MORE
               ELSE
                   MOVE    'FEWER'         TO  DTL-IMP-CHANGE
                   ADD     WS-UOM-ACTIVE (WS-USUB) TO  WS-ITEMS-FEWER
               END-IF
               WRITE   LISTING-REC     FROM    DTL-IMP-LINE
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
           STRING  'PPMAINT TRANS='            DELIMITED BY SIZE
                   WS-TRANS-READ               DELIMITED BY SIZE
                   ' ADD='                     DELIMITED BY SIZE
                   WS-ADDS                     DELIMITED BY SIZE
                   ' CHG='                     DELIMITED BY SIZE
                   WS-CHANGES                  DELIMITED BY SIZE
                   ' DEL='                     DELIMITED BY SIZE
                   WS-DELETES                  DELIMITED BY SIZE
                   ' REJ='                     DELIMITED BY SIZE
                   WS-REJECTS                  DELIMITED BY SIZE
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
