       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ITMREL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL PENDING-FILE
                                   ASSIGN  "ITMPEND"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  PND-ID
                                   FILE    STATUS  IS  PND-STATUS-FS.
           SELECT  OPTIONAL TRANS-FILE
                                   ASSIGN  "ITMTRAN"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  TRN-STATUS.
           SELECT  REPORT-FILE     ASSIGN  "PENDRPT"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RPT-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY    "ITMPEND.INC".
       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY    "ITMTRAN.INC".
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  PND-STATUS-FS           PIC X(02).
       01  TRN-STATUS              PIC X(02).
       01  RPT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-RELEASED             PIC 9(04)   VALUE 0.
       01  WS-PURGED               PIC 9(04)   VALUE 0.
       01  WS-PENDING              PIC 9(04)   VALUE 0.
       01  WS-CANCELLED            PIC 9(04)   VALUE 0.
       01  WS-DATE-CNT             PIC 9(04)   VALUE 0.
       01  WS-PREV-DATE            PIC 9(08)   VALUE 0.
       01  WS-PEND-ITEM.
           COPY    "TEST01.INC"   REPLACING    LEADING  ==TEST01==
                                  BY           ==PIT==.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-PEND         PIC X(01)   VALUE 'N'.
               88  EOF-PEND                    VALUE 'Y'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'PENDING ITEM CHANGES               DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(84)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-PND-COLS.
           03  FILLER              PIC X(12)   VALUE '  EFF DATE'.
           03  FILLER              PIC X(12)   VALUE 'ITEM KEY'.
           03  FILLER              PIC X(04)   VALUE 'ACT'.
           03  FILLER              PIC X(32)   VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(04)   VALUE 'ST'.
           03  FILLER              PIC X(04)   VALUE 'TY'.
           03  FILLER              PIC X(05)   VALUE 'UOM'.
           03  FILLER              PIC X(10)   VALUE 'ENTERED'.
           03  FILLER              PIC X(10)   VALUE 'DISPOSAL'.
           03  FILLER              PIC X(39)   VALUE SPACES.
       01  DTL-PND-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-EFF-DATE        PIC 9(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-KEY             PIC X(10).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-ACTION          PIC X(01).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-DESC            PIC X(30).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-STAT            PIC X(01).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-TYPE            PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-UOM             PIC X(03).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-ENTERED         PIC 9(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-DISP            PIC X(10).
           03  FILLER              PIC X(39)   VALUE SPACES.
       01  TOT-DATE-LINE.
           03  FILLER              PIC X(14)   VALUE SPACES.
           03  FILLER              PIC X(16)   VALUE 'CHANGES DUE ON '.
           03  TOT-DATE            PIC 9(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  TOT-DATE-CNT        PIC ZZZ9.
           03  FILLER              PIC X(88)   VALUE SPACES.
       01  TOT-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  TOT-TEXT            PIC X(30).
           03  TOT-COUNT           PIC ZZZ9.
           03  FILLER              PIC X(96)   VALUE SPACES.
       01  MSG-NONE.
           03  FILLER              PIC X(132)
               VALUE '  NONE'.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           OPEN    I-O     PENDING-FILE.
           MOVE    PND-STATUS-FS           TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'PENDING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    EXTEND  TRANS-FILE.
           MOVE    TRN-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    OUTPUT  REPORT-FILE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           WRITE   REPORT-REC      FROM    HDR-LINE-1.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           PERFORM 100-RELEASE-DUE.
           PERFORM 200-LIST-PENDING.
           CLOSE   PENDING-FILE.
           CLOSE   TRANS-FILE.
           CLOSE   REPORT-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       100-RELEASE-DUE     SECTION.
           MOVE    'CHANGES RELEASED TO ITMTRAN THIS RUN'
                                   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-PND-COLS.
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
                       IF      PND-EFF-DATE    >   WS-START-DATE
                           SET     EOF-PEND        TO  TRUE
                       ELSE
                           PERFORM 110-RELEASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           IF      WS-RELEASED =   0   AND WS-PURGED   =   0
               WRITE   REPORT-REC      FROM    MSG-NONE
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           MOVE    'CHANGES RELEASED'  TO  TOT-TEXT.
           MOVE    WS-RELEASED     TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'CANCELLED CHANGES PURGED'  TO  TOT-TEXT.
           MOVE    WS-PURGED       TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       110-RELEASE-ONE     SECTION.
           IF      PND-PENDING
               MOVE    PND-ACTION      TO  TRN-ACTION
               MOVE    PND-KEY         TO  TRN-KEY
               MOVE    PND-DATA        TO  TRN-DATA
               MOVE    PND-EFF-DATE    TO  TRN-EFF-DATE
               WRITE   TRANS-REC
               MOVE    TRN-STATUS              TO  WS-CHECK-STATUS
               MOVE    'TRANS-FILE'            TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               ADD     1               TO  WS-RELEASED
               MOVE    'RELEASED'      TO  DTL-DISP
           ELSE
               ADD     1               TO  WS-PURGED
               MOVE    'PURGED'        TO  DTL-DISP
           END-IF.
           PERFORM 250-PRINT-PENDING.
           DELETE  PENDING-FILE    RECORD.
           MOVE    PND-STATUS-FS           TO  WS-CHECK-STATUS.
           MOVE    'PENDING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       200-LIST-PENDING    SECTION.
           MOVE    'CHANGES PENDING BY EFFECTIVE DATE'
                                   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-PND-COLS.
           MOVE    'N'             TO  WS-EOF-PEND.
           MOVE    0               TO  WS-PREV-DATE.
           MOVE    0               TO  WS-DATE-CNT.
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
                       PERFORM 210-LIST-ONE
               END-READ
           END-PERFORM.
           IF      WS-DATE-CNT     >   0
               PERFORM 220-PRINT-DATE-TOTAL
           END-IF.
           IF      WS-PENDING  =   0   AND WS-CANCELLED    =   0
               WRITE   REPORT-REC      FROM    MSG-NONE
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           MOVE    'CHANGES STILL PENDING'     TO  TOT-TEXT.
           MOVE    WS-PENDING      TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'CHANGES CANCELLED'         TO  TOT-TEXT.
           MOVE    WS-CANCELLED    TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       210-LIST-ONE        SECTION.
           IF      PND-EFF-DATE    NOT =   WS-PREV-DATE
               IF      WS-DATE-CNT     >   0
                   PERFORM 220-PRINT-DATE-TOTAL
               END-IF
               MOVE    PND-EFF-DATE    TO  WS-PREV-DATE
               MOVE    0               TO  WS-DATE-CNT
           END-IF.
           ADD     1               TO  WS-DATE-CNT.
           IF      PND-PENDING
               ADD     1               TO  WS-PENDING
               MOVE    'PENDING'       TO  DTL-DISP
           ELSE
               ADD     1               TO  WS-CANCELLED
               MOVE    'CANCELLED'     TO  DTL-DISP
           END-IF.
           PERFORM 250-PRINT-PENDING.

       220-PRINT-DATE-TOTAL    SECTION.
           MOVE    WS-PREV-DATE    TO  TOT-DATE.
           MOVE    WS-DATE-CNT     TO  TOT-DATE-CNT.
           WRITE   REPORT-REC      FROM    TOT-DATE-LINE.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       250-PRINT-PENDING   SECTION.
           MOVE    PND-KEY         TO  PIT-KEY.
           MOVE    PND-DATA        TO  PIT-DATA.
           MOVE    PND-EFF-DATE    TO  DTL-EFF-DATE.
           MOVE    PND-KEY         TO  DTL-KEY.
           MOVE    PND-ACTION      TO  DTL-ACTION.
           MOVE    PIT-DESC        TO  DTL-DESC.
           MOVE    PIT-STATUS      TO  DTL-STAT.
           MOVE    PIT-LABEL-TYPE  TO  DTL-TYPE.
           MOVE    PIT-UOM         TO  DTL-UOM.
           MOVE    PND-ENTRY-DATE  TO  DTL-ENTERED.
           WRITE   REPORT-REC      FROM    DTL-PND-LINE.
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
           STRING  'ITMREL RELEASED='          DELIMITED BY SIZE
                   WS-RELEASED                 DELIMITED BY SIZE
                   ' PURGED='                  DELIMITED BY SIZE
                   WS-PURGED                   DELIMITED BY SIZE
                   ' PENDING='                 DELIMITED BY SIZE
                   WS-PENDING                  DELIMITED BY SIZE
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
