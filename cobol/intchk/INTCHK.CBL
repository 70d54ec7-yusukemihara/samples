       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         INTCHK.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TEST01-FILE     ASSIGN  "DATA01"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  TEST01-KEY
                                   FILE    STATUS  IS  STS-TEST01.
           SELECT  OPTIONAL CONTROL-FILE
                                   ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  OPTIONAL PACK-PROFILE-FILE
                                   ASSIGN  "PACKPROF"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  PPR-KEY
                                   FILE    STATUS  IS  PPR-STATUS.
           SELECT  OPTIONAL HISTORY-FILE
                                   ASSIGN  "LABELHST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  HST-KEY
                                   FILE    STATUS  IS  HST-STATUS.
           SELECT  OPTIONAL RESULT-FILE
                                   ASSIGN  "LBLRSLT"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  RSL-ID
                                   FILE    STATUS  IS  RSL-STATUS.
           SELECT  OPTIONAL RETRY-COUNT-FILE
                                   ASSIGN  "RETRYCNT"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  RTC-KEY
                                   FILE    STATUS  IS  RTC-STATUS.
           SELECT  REPORT-FILE     ASSIGN  "INTRPT"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RPT-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  PACK-PROFILE-FILE.
       01  PACK-PROFILE-REC.
           COPY    "PACKPROF.INC".
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY    "LABELHST.INC".
       FD  RESULT-FILE.
       01  RESULT-REC.
           COPY    "LBLRSLT.INC".
       FD  RETRY-COUNT-FILE.
       01  RETRY-COUNT-REC.
           03  RTC-KEY             PIC X(48).
           03  RTC-COUNT           PIC 9(02).
           03  RTC-LAST-DATE       PIC 9(08).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  STS-TEST01              PIC X(02)   VALUE SPACES.
       01  CTL-STATUS              PIC X(02).
       01  PPR-STATUS              PIC X(02).
       01  HST-STATUS              PIC X(02).
       01  RSL-STATUS              PIC X(02).
       01  RTC-STATUS              PIC X(02).
       01  RPT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-ITEMS-READ           PIC 9(06)   VALUE 0.
       01  WS-TOTAL-SEVERE         PIC 9(06)   VALUE 0.
       01  WS-TOTAL-WARN           PIC 9(06)   VALUE 0.
       01  WS-RUN-RC               PIC 9(02)   VALUE 0.
       01  WS-CAT-TITLES.
           03  FILLER              PIC X(40)
               VALUE 'ITEM LABEL TYPE NOT ON LABELCTL'.
           03  FILLER              PIC X(40)
               VALUE 'ITEM UOM WITH NO PACKPROF LEVELS'.
           03  FILLER              PIC X(40)
               VALUE 'PACKPROF LABEL TYPE NOT ON LABELCTL'.
           03  FILLER              PIC X(40)
               VALUE 'LABELHST RECORD FOR ITEM NOT ON DATA01'.
           03  FILLER              PIC X(40)
               VALUE 'LBLRSLT RECORD FOR ITEM NOT ON DATA01'.
           03  FILLER              PIC X(40)
               VALUE 'RETRYCNT RECORD FOR ITEM NOT ON DATA01'.
       01  WS-CAT-TITLE-LIST       REDEFINES   WS-CAT-TITLES.
           03  WS-CAT-TITLE        PIC X(40)   OCCURS 6.
       01  WS-CAT-MAX              PIC 9(02)   VALUE 6.
       01  WS-CAT-SUB              PIC 9(02)   VALUE 0.
       01  WS-CAT-TABLE.
           03  WS-CAT-ENTRY        OCCURS 6.
               05  WS-CAT-ERRORS   PIC 9(06).
               05  WS-CAT-SEVERE   PIC 9(06).
       01  WS-CUR-UOM              PIC X(03).
       01  WS-USUB                 PIC 9(03)   VALUE 0.
       01  WS-UOM-HIT              PIC 9(03)   VALUE 0.
       01  WS-UOM-CNT              PIC 9(03)   VALUE 0.
       01  WS-UOM-MAX              PIC 9(03)   VALUE 100.
       01  WS-UOM-TABLE.
           03  WS-UOM-ENTRY        OCCURS 100.
               05  WS-UOM-CODE     PIC X(03).
               05  WS-UOM-ACTIVE   PIC 9(06).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-MASTER       PIC X(01)   VALUE 'N'.
               88  EOF-MASTER                  VALUE 'Y'.
           03  WS-EOF-PACK         PIC X(01)   VALUE 'N'.
               88  EOF-PACK                    VALUE 'Y'.
           03  WS-EOF-HISTORY      PIC X(01)   VALUE 'N'.
               88  EOF-HISTORY                 VALUE 'Y'.
           03  WS-EOF-RESULT       PIC X(01)   VALUE 'N'.
               88  EOF-RESULT                  VALUE 'Y'.
           03  WS-EOF-RETRY        PIC X(01)   VALUE 'N'.
               88  EOF-RETRY                   VALUE 'Y'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-PPR-AVAIL        PIC X(01)   VALUE 'N'.
               88  PPR-AVAILABLE               VALUE 'Y'.
               88  PPR-NOT-AVAILABLE           VALUE 'N'.
           03  WS-HST-AVAIL        PIC X(01)   VALUE 'N'.
               88  HST-AVAILABLE               VALUE 'Y'.
               88  HST-NOT-AVAILABLE           VALUE 'N'.
           03  WS-RSL-AVAIL        PIC X(01)   VALUE 'N'.
               88  RSL-AVAILABLE               VALUE 'Y'.
               88  RSL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-RTC-AVAIL        PIC X(01)   VALUE 'N'.
               88  RTC-AVAILABLE               VALUE 'Y'.
               88  RTC-NOT-AVAILABLE           VALUE 'N'.
           03  WS-REF-FOUND        PIC X(01)   VALUE 'N'.
               88  REF-FOUND                   VALUE 'Y'.
               88  REF-MISSING                 VALUE 'N'.
           03  WS-SEVERITY         PIC X(01)   VALUE 'W'.
               88  EXC-SEVERE                  VALUE 'S'.
               88  EXC-WARNING                 VALUE 'W'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(45)
               VALUE 'CROSS-FILE REFERENTIAL INTEGRITY SWEEP  DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(79)   VALUE SPACES.
       01  HDR-SECTION.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(90)   VALUE SPACES.
       01  HDR-EXC-COLS.
           03  FILLER              PIC X(26)   VALUE '    KEY'.
           03  FILLER              PIC X(12)   VALUE 'VALUE'.
           03  FILLER              PIC X(10)   VALUE 'SEVERITY'.
           03  FILLER              PIC X(06)   VALUE 'DETAIL'.
           03  FILLER              PIC X(78)   VALUE SPACES.
       01  DTL-EXC-LINE.
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-KEY             PIC X(20).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-VALUE           PIC X(10).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-SEVERITY        PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TEXT            PIC X(50).
           03  FILLER              PIC X(34)   VALUE SPACES.
       01  TOT-SECT-LINE.
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  FILLER              PIC X(18)
               VALUE 'RECORDS IN ERROR '.
           03  TOT-SECT-ERRORS     PIC ZZZZZ9.
           03  FILLER              PIC X(10)   VALUE '  SEVERE '.
           03  TOT-SECT-SEVERE     PIC ZZZZZ9.
           03  FILLER              PIC X(88)   VALUE SPACES.
       01  HDR-TOT-COLS.
           03  FILLER              PIC X(44)   VALUE '  RELATIONSHIP'.
           03  FILLER              PIC X(16)   VALUE 'ERRORS  SEVERE'.
           03  FILLER              PIC X(72)   VALUE SPACES.
       01  DTL-TOT-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TOT-TITLE       PIC X(40).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TOT-ERRORS      PIC ZZZZZ9.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TOT-SEVERE      PIC ZZZZZ9.
           03  FILLER              PIC X(74)   VALUE SPACES.
       01  TOT-RC-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  FILLER              PIC X(40)
               VALUE 'SWEEP RETURN CODE'.
           03  TOT-RC              PIC 9(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  TOT-RC-TEXT         PIC X(40).
           03  FILLER              PIC X(46)   VALUE SPACES.
       01  MSG-NOT-PRESENT.
           03  FILLER              PIC X(132)
               VALUE '    FILE NOT PRESENT - CHECK SKIPPED'.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           PERFORM 050-OPEN-FILES.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           WRITE   REPORT-REC      FROM    HDR-LINE-1.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           INITIALIZE  WS-CAT-TABLE.
           PERFORM 100-CHECK-ITEM-TYPES.
           PERFORM 110-CHECK-ITEM-UOMS.
           PERFORM 120-CHECK-PROFILE-TYPES.
           PERFORM 130-CHECK-HISTORY.
           PERFORM 140-CHECK-RESULTS.
           PERFORM 150-CHECK-RETRY-COUNTS.
           PERFORM 250-PRINT-TOTALS.
           CLOSE   TEST01-FILE.
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           IF      PPR-AVAILABLE
               CLOSE   PACK-PROFILE-FILE
           END-IF.
           IF      HST-AVAILABLE
               CLOSE   HISTORY-FILE
           END-IF.
           IF      RSL-AVAILABLE
               CLOSE   RESULT-FILE
           END-IF.
           IF      RTC-AVAILABLE
               CLOSE   RETRY-COUNT-FILE
           END-IF.
           CLOSE   REPORT-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           MOVE    WS-RUN-RC       TO  RETURN-CODE.
           STOP    RUN.

       050-OPEN-FILES      SECTION.
           OPEN    INPUT   TEST01-FILE.
           MOVE    STS-TEST01              TO  WS-CHECK-STATUS.
           MOVE    'TEST01-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   CONTROL-FILE.
           IF      CTL-STATUS      =   '00'
               SET     CTL-AVAILABLE       TO  TRUE
           ELSE
               SET     CTL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PACK-PROFILE-FILE.
           IF      PPR-STATUS      =   '00'
               SET     PPR-AVAILABLE       TO  TRUE
           ELSE
               SET     PPR-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   HISTORY-FILE.
           IF      HST-STATUS      =   '00'
               SET     HST-AVAILABLE       TO  TRUE
           ELSE
               SET     HST-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   RESULT-FILE.
           IF      RSL-STATUS      =   '00'
               SET     RSL-AVAILABLE       TO  TRUE
           ELSE
               SET     RSL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   RETRY-COUNT-FILE.
           IF      RTC-STATUS      =   '00'
               SET     RTC-AVAILABLE       TO  TRUE
           ELSE
               SET     RTC-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    OUTPUT  REPORT-FILE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       100-CHECK-ITEM-TYPES    SECTION.
           MOVE    1               TO  WS-CAT-SUB.
           PERFORM 200-PRINT-SECTION-HEAD.
           IF      CTL-NOT-AVAILABLE
               PERFORM 165-CONTROL-MISSING
           END-IF.
           MOVE    'N'             TO  WS-EOF-MASTER.
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
                       ADD     1               TO  WS-ITEMS-READ
                       IF      CTL-AVAILABLE
                           PERFORM 105-CHECK-ONE-ITEM-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 220-PRINT-SECTION-TOTAL.

       105-CHECK-ONE-ITEM-TYPE SECTION.
           MOVE    TEST01-LABEL-TYPE   TO  CTL-LABEL-TYPE.
           PERFORM 160-FIND-CONTROL.
           IF      REF-MISSING
               IF      TEST01-ACTIVE
                   SET     EXC-SEVERE      TO  TRUE
               ELSE
                   SET     EXC-WARNING     TO  TRUE
               END-IF
               MOVE    TEST01-KEY      TO  DTL-KEY
               MOVE    TEST01-LABEL-TYPE   TO  DTL-VALUE
               PERFORM 170-ITEM-TEXT
               PERFORM 210-PRINT-EXCEPTION
           END-IF.

       110-CHECK-ITEM-UOMS SECTION.
           MOVE    2               TO  WS-CAT-SUB.
           PERFORM 200-PRINT-SECTION-HEAD.
           MOVE    'N'             TO  WS-EOF-MASTER.
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
                       IF      TEST01-UOM      NOT =   SPACES
                           PERFORM 115-CHECK-ONE-ITEM-UOM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 220-PRINT-SECTION-TOTAL.

       115-CHECK-ONE-ITEM-UOM  SECTION.
           MOVE    TEST01-UOM      TO  WS-CUR-UOM.
           PERFORM 180-ADD-UOM.
           IF      TEST01-ACTIVE
               ADD     1               TO  WS-UOM-ACTIVE (WS-UOM-HIT)
           END-IF.
           SET     REF-MISSING     TO  TRUE.
           IF      PPR-AVAILABLE
               MOVE    TEST01-UOM      TO  PPR-UOM
               MOVE    LOW-VALUES      TO  PPR-LEVEL
               START   PACK-PROFILE-FILE   KEY NOT <   PPR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ    PACK-PROFILE-FILE   NEXT    RECORD
                           AT  END
                               CONTINUE
                           NOT AT END
                               IF      PPR-UOM     =   TEST01-UOM
                                   SET     REF-FOUND   TO  TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF      REF-MISSING
               SET     EXC-WARNING     TO  TRUE
               MOVE    TEST01-KEY      TO  DTL-KEY
               MOVE    TEST01-UOM      TO  DTL-VALUE
               PERFORM 170-ITEM-TEXT
               PERFORM 210-PRINT-EXCEPTION
           END-IF.

       120-CHECK-PROFILE-TYPES SECTION.
           MOVE    3               TO  WS-CAT-SUB.
           PERFORM 200-PRINT-SECTION-HEAD.
           EVALUATE TRUE
               WHEN    PPR-NOT-AVAILABLE
                   WRITE   REPORT-REC      FROM    MSG-NOT-PRESENT
               WHEN    CTL-NOT-AVAILABLE
                   PERFORM 165-CONTROL-MISSING
               WHEN    OTHER
                   PERFORM 122-SCAN-PROFILES
           END-EVALUATE.
           PERFORM 220-PRINT-SECTION-TOTAL.

       122-SCAN-PROFILES   SECTION.
           MOVE    'N'             TO  WS-EOF-PACK.
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
                       IF      PPR-LABEL-TYPE  NOT =   SPACES
                           PERFORM 125-CHECK-ONE-PROFILE
                       END-IF
               END-READ
           END-PERFORM.

       125-CHECK-ONE-PROFILE   SECTION.
           MOVE    PPR-LABEL-TYPE  TO  CTL-LABEL-TYPE.
           PERFORM 160-FIND-CONTROL.
           IF      REF-MISSING
               MOVE    PPR-UOM         TO  WS-CUR-UOM
               PERFORM 185-FIND-UOM
               SET     EXC-WARNING     TO  TRUE
               IF      WS-UOM-HIT      >   0
                   IF      WS-UOM-ACTIVE (WS-UOM-HIT)  >   0
                       SET     EXC-SEVERE      TO  TRUE
                   END-IF
               END-IF
               MOVE    SPACES          TO  DTL-KEY
               STRING  PPR-UOM                     DELIMITED BY SIZE
                       '-'                         DELIMITED BY SIZE
                       PPR-LEVEL                   DELIMITED BY SIZE
                       INTO    DTL-KEY
               MOVE    PPR-LABEL-TYPE  TO  DTL-VALUE
               MOVE    SPACES          TO  DTL-TEXT
               IF      EXC-SEVERE
                   MOVE    'UOM IN USE BY ACTIVE ITEMS'
                                           TO  DTL-TEXT
               ELSE
                   MOVE    'NO ACTIVE ITEMS USE THIS UOM'
                                           TO  DTL-TEXT
               END-IF
               PERFORM 210-PRINT-EXCEPTION
           END-IF.

       130-CHECK-HISTORY   SECTION.
           MOVE    4               TO  WS-CAT-SUB.
           PERFORM 200-PRINT-SECTION-HEAD.
           IF      HST-NOT-AVAILABLE
               WRITE   REPORT-REC      FROM    MSG-NOT-PRESENT
           ELSE
               MOVE    LOW-VALUES      TO  HST-KEY
               START   HISTORY-FILE    KEY NOT <   HST-KEY
                   INVALID KEY
                       SET     EOF-HISTORY     TO  TRUE
               END-START
               PERFORM UNTIL   EOF-HISTORY
                   READ    HISTORY-FILE    NEXT    RECORD
                       AT  END
                           SET     EOF-HISTORY     TO  TRUE
                       NOT AT END
                           MOVE    HST-KEY (1:10)  TO  TEST01-KEY
                           PERFORM 190-FIND-ITEM
                           IF      REF-MISSING
                               SET     EXC-WARNING     TO  TRUE
                               MOVE    HST-KEY         TO  DTL-KEY
                               MOVE    HST-LABEL-TYPE  TO  DTL-VALUE
                               MOVE    SPACES          TO  DTL-TEXT
                               STRING  'LAST PRINTED '
                                               DELIMITED BY SIZE
                                       HST-LAST-DATE
                                               DELIMITED BY SIZE
                                       INTO    DTL-TEXT
                               PERFORM 210-PRINT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 220-PRINT-SECTION-TOTAL.

       140-CHECK-RESULTS   SECTION.
           MOVE    5               TO  WS-CAT-SUB.
           PERFORM 200-PRINT-SECTION-HEAD.
           IF      RSL-NOT-AVAILABLE
               WRITE   REPORT-REC      FROM    MSG-NOT-PRESENT
           ELSE
               MOVE    LOW-VALUES      TO  RSL-ID
               START   RESULT-FILE     KEY NOT <   RSL-ID
                   INVALID KEY
                       SET     EOF-RESULT      TO  TRUE
               END-START
               PERFORM UNTIL   EOF-RESULT
                   READ    RESULT-FILE     NEXT    RECORD
                       AT  END
                           SET     EOF-RESULT      TO  TRUE
                       NOT AT END
                           MOVE    RSL-KEY         TO  TEST01-KEY
                           PERFORM 190-FIND-ITEM
                           IF      REF-MISSING
                               SET     EXC-WARNING     TO  TRUE
                               MOVE    RSL-ID          TO  DTL-KEY
                               MOVE    RSL-LABEL-TYPE  TO  DTL-VALUE
                               MOVE    SPACES          TO  DTL-TEXT
                               STRING  'RESULT '
                                               DELIMITED BY SIZE
                                       RSL-RESULT
                                               DELIMITED BY SIZE
                                       ' ON '
                                               DELIMITED BY SIZE
                                       RSL-DATE
                                               DELIMITED BY SIZE
                                       INTO    DTL-TEXT
                               PERFORM 210-PRINT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 220-PRINT-SECTION-TOTAL.

       150-CHECK-RETRY-COUNTS  SECTION.
           MOVE    6               TO  WS-CAT-SUB.
           PERFORM 200-PRINT-SECTION-HEAD.
           IF      RTC-NOT-AVAILABLE
               WRITE   REPORT-REC      FROM    MSG-NOT-PRESENT
           ELSE
               MOVE    LOW-VALUES      TO  RTC-KEY
               START   RETRY-COUNT-FILE    KEY NOT <   RTC-KEY
                   INVALID KEY
                       SET     EOF-RETRY       TO  TRUE
               END-START
               PERFORM UNTIL   EOF-RETRY
                   READ    RETRY-COUNT-FILE    NEXT    RECORD
                       AT  END
                           SET     EOF-RETRY       TO  TRUE
                       NOT AT END
                           MOVE    RTC-KEY (1:10)  TO  TEST01-KEY
                           PERFORM 190-FIND-ITEM
                           IF      REF-MISSING
                               SET     EXC-WARNING     TO  TRUE
                               MOVE    RTC-KEY (1:20)  TO  DTL-KEY
                               MOVE    SPACES          TO  DTL-VALUE
                               MOVE    SPACES          TO  DTL-TEXT
                               STRING  'RETRY COUNT '
                                               DELIMITED BY SIZE
                                       RTC-COUNT
                                               DELIMITED BY SIZE
                                       ' LAST '
                                               DELIMITED BY SIZE
                                       RTC-LAST-DATE
                                               DELIMITED BY SIZE
                                       INTO    DTL-TEXT
                               PERFORM 210-PRINT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM 220-PRINT-SECTION-TOTAL.

       160-FIND-CONTROL    SECTION.
           SET     REF-MISSING     TO  TRUE.
           IF      CTL-AVAILABLE
               READ    CONTROL-FILE
                   INVALID KEY
                       SET     REF-MISSING     TO  TRUE
                   NOT INVALID KEY
                       SET     REF-FOUND       TO  TRUE
               END-READ
           END-IF.

       165-CONTROL-MISSING SECTION.
           SET     EXC-SEVERE      TO  TRUE.
           MOVE    'LABELCTL'      TO  DTL-KEY.
           MOVE    SPACES          TO  DTL-VALUE.
           MOVE    'LABELCTL NOT AVAILABLE - NO TYPES CHECKED'
                                   TO  DTL-TEXT.
           PERFORM 210-PRINT-EXCEPTION.

       170-ITEM-TEXT       SECTION.
           MOVE    SPACES          TO  DTL-TEXT.
           STRING  'STATUS '                   DELIMITED BY SIZE
                   TEST01-STATUS               DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   TEST01-DESC                 DELIMITED BY SIZE
                   INTO    DTL-TEXT.

       180-ADD-UOM         SECTION.
           PERFORM 185-FIND-UOM.
           IF      WS-UOM-HIT      =   0
               IF      WS-UOM-CNT      <   WS-UOM-MAX
                   ADD     1               TO  WS-UOM-CNT
                   MOVE    WS-CUR-UOM
                                   TO  WS-UOM-CODE (WS-UOM-CNT)
                   MOVE    0       TO  WS-UOM-ACTIVE (WS-UOM-CNT)
                   MOVE    WS-UOM-CNT      TO  WS-UOM-HIT
               ELSE
                   DISPLAY 'INTCHK UOM TABLE FULL - '
                           'CANNOT COUNT ITEMS FOR ' WS-CUR-UOM
                   STOP RUN
               END-IF
           END-IF.

       185-FIND-UOM        SECTION.
           MOVE    0               TO  WS-UOM-HIT.
           PERFORM VARYING WS-USUB FROM    1   BY  1
                   UNTIL   WS-USUB >   WS-UOM-CNT
               IF      WS-UOM-CODE (WS-USUB)   =   WS-CUR-UOM
                   MOVE    WS-USUB         TO  WS-UOM-HIT
                   MOVE    WS-UOM-CNT      TO  WS-USUB
               END-IF
           END-PERFORM.

       190-FIND-ITEM       SECTION.
           READ    TEST01-FILE
               INVALID KEY
                   SET     REF-MISSING     TO  TRUE
               NOT INVALID KEY
                   SET     REF-FOUND       TO  TRUE
           END-READ.

       200-PRINT-SECTION-HEAD  SECTION.
           MOVE    WS-CAT-TITLE (WS-CAT-SUB)   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-EXC-COLS.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       210-PRINT-EXCEPTION SECTION.
           ADD     1               TO  WS-CAT-ERRORS (WS-CAT-SUB).
           IF      EXC-SEVERE
               ADD     1           TO  WS-CAT-SEVERE (WS-CAT-SUB)
               ADD     1           TO  WS-TOTAL-SEVERE
               MOVE    'SEVERE'    TO  DTL-SEVERITY
           ELSE
               ADD     1           TO  WS-TOTAL-WARN
               MOVE    'WARNING'   TO  DTL-SEVERITY
           END-IF.
           WRITE   REPORT-REC      FROM    DTL-EXC-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       220-PRINT-SECTION-TOTAL SECTION.
           MOVE    WS-CAT-ERRORS (WS-CAT-SUB)  TO  TOT-SECT-ERRORS.
           MOVE    WS-CAT-SEVERE (WS-CAT-SUB)  TO  TOT-SECT-SEVERE.
           WRITE   REPORT-REC      FROM    TOT-SECT-LINE.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       250-PRINT-TOTALS    SECTION.
           MOVE    'SWEEP TOTALS'  TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-TOT-COLS.
           PERFORM VARYING WS-CAT-SUB  FROM    1   BY  1
                   UNTIL   WS-CAT-SUB  >   WS-CAT-MAX
               MOVE    WS-CAT-TITLE (WS-CAT-SUB)   TO  DTL-TOT-TITLE
               MOVE    WS-CAT-ERRORS (WS-CAT-SUB)  TO  DTL-TOT-ERRORS
               MOVE    WS-CAT-SEVERE (WS-CAT-SUB)  TO  DTL-TOT-SEVERE
               WRITE   REPORT-REC      FROM    DTL-TOT-LINE
           END-PERFORM.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           EVALUATE    TRUE
               WHEN    WS-TOTAL-SEVERE >   0
                   MOVE    8               TO  WS-RUN-RC
                   MOVE    'SEVERE BREAKS - HOLD BARCODE'
                                           TO  TOT-RC-TEXT
               WHEN    WS-TOTAL-WARN   >   0
                   MOVE    4               TO  WS-RUN-RC
                   MOVE    'WARNINGS ONLY'     TO  TOT-RC-TEXT
               WHEN    OTHER
                   MOVE    0               TO  WS-RUN-RC
                   MOVE    'NO BREAKS FOUND'   TO  TOT-RC-TEXT
           END-EVALUATE.
           MOVE    WS-RUN-RC       TO  TOT-RC.
           WRITE   REPORT-REC      FROM    TOT-RC-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
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
           STRING  'INTCHK ITEMS='             DELIMITED BY SIZE
                   WS-ITEMS-READ               DELIMITED BY SIZE
                   ' SEVERE='                  DELIMITED BY SIZE
                   WS-TOTAL-SEVERE             DELIMITED BY SIZE
                   ' WARN='                    DELIMITED BY SIZE
                   WS-TOTAL-WARN               DELIMITED BY SIZE
                   ' RC='                      DELIMITED BY SIZE
                   WS-RUN-RC                   DELIMITED BY SIZE
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
