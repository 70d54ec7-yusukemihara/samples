       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SERLBL.
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL REQUEST-FILE
                                   ASSIGN  "SERREQ"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SRQ-STATUS.
           SELECT  TEST01-FILE     ASSIGN  "DATA01"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  TEST01-KEY
                                   FILE    STATUS  IS  STS-TEST01.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  OPTIONAL PACK-PROFILE-FILE
                                   ASSIGN  "PACKPROF"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  PPR-KEY
                                   FILE    STATUS  IS  PPR-STATUS.
           SELECT  OPTIONAL SERIAL-CTL-FILE
                                   ASSIGN  "SERCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  SCT-LABEL-TYPE
                                   FILE    STATUS  IS  SCT-STATUS.
           SELECT  OPTIONAL REGISTER-FILE
                                   ASSIGN  "SERREG"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  SRG-SERIAL
                                   FILE    STATUS  IS  SRG-STATUS-FS.
           SELECT  AUDIT-LOG-FILE  ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  REPORT-FILE     ASSIGN  "SERRPT"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  RPT-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           03  SRQ-KEY             PIC X(10).
           03  SRQ-LEVEL           PIC X(02).
           03  SRQ-QTY             PIC X(04).
           03  SRQ-DEST            PIC X(08).
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  PACK-PROFILE-FILE.
       01  PACK-PROFILE-REC.
           COPY    "PACKPROF.INC".
       FD  SERIAL-CTL-FILE.
       01  SERIAL-CTL-REC.
           COPY    "SERCTL.INC".
       FD  REGISTER-FILE.
       01  REGISTER-REC.
           COPY    "SERREG.INC".
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE         SECTION.
         COPY    "BARCODE.INC".
         COPY    "SYMEDIT.INC".
       01  SRQ-STATUS              PIC X(02).
       01  STS-TEST01              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  PPR-STATUS              PIC X(02).
       01  SCT-STATUS              PIC X(02).
       01  SRG-STATUS-FS           PIC X(02).
       01  AUD-STATUS              PIC X(02).
       01  RPT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-AUDIT-DATE           PIC 9(08).
       01  WS-AUDIT-TIME           PIC 9(08).
       01  WS-RUN-ID               PIC X(16).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-REQUESTS             PIC 9(04)   VALUE 0.
       01  WS-ISSUED               PIC 9(04)   VALUE 0.
       01  WS-FAILED               PIC 9(04)   VALUE 0.
       01  WS-REJECTS              PIC 9(04)   VALUE 0.
       01  WS-COLLISIONS           PIC 9(04)   VALUE 0.
       01  WS-GAP-RANGES           PIC 9(04)   VALUE 0.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-QTY                  PIC 9(04).
       01  WS-LABEL-NO             PIC 9(04).
       01  WS-REQ-PRINTED          PIC 9(04).
       01  WS-REQ-FAILED           PIC 9(04).
       01  WS-LABEL-TYPE           PIC X(02).
       01  WS-DEST                 PIC X(08).
       01  WS-REMAINING            PIC 9(09).
       01  WS-FIRST-SERIAL         PIC X(18).
       01  WS-LAST-SERIAL          PIC X(18).
       01  WS-SERIAL.
           03  WS-SERIAL-BASE.
               05  WS-SERIAL-PREFIX    PIC X(08).
               05  WS-SERIAL-NUMBER    PIC 9(09).
           03  WS-SERIAL-CHECK     PIC 9(01).
       01  WS-SERIAL-DIGITS        REDEFINES   WS-SERIAL.
           03  WS-SERIAL-DIGIT     PIC 9(01)   OCCURS 18.
       01  WS-CD-SUB               PIC 9(02)   VALUE 0.
       01  WS-CD-SUM               PIC 9(04)   VALUE 0.
       01  WS-CD-QUOT              PIC 9(04)   VALUE 0.
       01  WS-CD-REM               PIC 9(01)   VALUE 0.
       01  WS-EXPECTED             PIC 9(09).
       01  WS-GAP-END              PIC 9(09).
       01  WS-TYPE-ISSUED          PIC 9(09).
       01  WS-TYPE-VOID            PIC 9(09).
       01  WS-TYPE-GAPS            PIC 9(09).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-REQUEST      PIC X(01)   VALUE 'N'.
               88  EOF-REQUEST                 VALUE 'Y'.
           03  WS-EOF-SCT          PIC X(01)   VALUE 'N'.
               88  EOF-SCT                     VALUE 'Y'.
           03  WS-EOF-REG          PIC X(01)   VALUE 'N'.
               88  EOF-REG                     VALUE 'Y'.
           03  WS-EDIT-RESULT      PIC X(01)   VALUE 'Y'.
               88  EDIT-PASSED                 VALUE 'Y'.
               88  EDIT-FAILED                 VALUE 'N'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
           03  WS-PPR-AVAIL        PIC X(01)   VALUE 'N'.
               88  PPR-AVAILABLE               VALUE 'Y'.
               88  PPR-NOT-AVAILABLE           VALUE 'N'.
           03  WS-SERIAL-FREE      PIC X(01)   VALUE 'N'.
               88  SERIAL-FREE                 VALUE 'Y'.
               88  SERIAL-TAKEN                VALUE 'N'.
           03  WS-RANGE-IND        PIC X(01)   VALUE 'N'.
               88  RANGE-EXHAUSTED             VALUE 'Y'.
               88  RANGE-OPEN                  VALUE 'N'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'SERIALIZED CONTAINER LABELS        DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(07)   VALUE '  RUN '.
           03  HDR-RUN-ID          PIC X(16).
           03  FILLER              PIC X(61)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-REQ-COLS.
           03  FILLER              PIC X(40)
               VALUE '  ITEM KEY    LV TY  QTY  PRT FAIL DEST '.
           03  FILLER              PIC X(40)
               VALUE '     FIRST SERIAL        LAST SERIAL    '.
           03  FILLER              PIC X(52)
               VALUE '     RESULT / REASON'.
       01  DTL-REQ-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-KEY             PIC X(10).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LEVEL           PIC X(02).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-TYPE            PIC X(02).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-QTY             PIC X(04).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-PRINTED         PIC ZZZ9.
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-FAILED          PIC ZZZ9.
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-DEST            PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-FIRST           PIC X(18).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LAST            PIC X(18).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-RESULT          PIC X(08).
           03  FILLER              PIC X(01)   VALUE SPACES.
           03  DTL-REASON          PIC X(30).
           03  FILLER              PIC X(08)   VALUE SPACES.
       01  HDR-GAP-COLS.
           03  FILLER              PIC X(40)
               VALUE '  TYPE  PREFIX    FROM SERIAL  TO SERIAL'.
           03  FILLER              PIC X(40)
               VALUE '     COUNT                              '.
           03  FILLER              PIC X(52)   VALUE SPACES.
       01  DTL-GAP-LINE.
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-GAP-TYPE        PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-GAP-PREFIX      PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-GAP-FROM        PIC 9(09).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-GAP-TO          PIC 9(09).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-GAP-COUNT       PIC ZZZZZZZZ9.
           03  FILLER              PIC X(81)   VALUE SPACES.
       01  TOT-TYPE-LINE.
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  FILLER              PIC X(05)   VALUE 'TYPE '.
           03  TOT-TYPE            PIC X(02).
           03  FILLER              PIC X(09)   VALUE '  ISSUED '.
           03  TOT-ISSUED          PIC ZZZZZZZZ9.
           03  FILLER              PIC X(07)   VALUE '  VOID '.
           03  TOT-VOID            PIC ZZZZZZZZ9.
           03  FILLER              PIC X(07)   VALUE '  GAPS '.
           03  TOT-GAPS            PIC ZZZZZZZZ9.
           03  FILLER              PIC X(12)   VALUE '  REMAINING '.
           03  TOT-REMAINING       PIC ZZZZZZZZ9.
           03  FILLER              PIC X(50)   VALUE SPACES.
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
       000-MAIN                SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           STRING  WS-START-DATE               DELIMITED BY SIZE
                   WS-START-TIME               DELIMITED BY SIZE
                   INTO    WS-RUN-ID.
           OPEN    INPUT   REQUEST-FILE.
           MOVE    SRQ-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'REQUEST-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
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
           OPEN    I-O     SERIAL-CTL-FILE.
           MOVE    SCT-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'SERIAL-CTL-FILE'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    I-O     REGISTER-FILE.
           MOVE    SRG-STATUS-FS           TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'REGISTER-FILE'         TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    EXTEND  AUDIT-LOG-FILE.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    OUTPUT  REPORT-FILE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           MOVE    WS-RUN-ID       TO  HDR-RUN-ID.
           WRITE   REPORT-REC      FROM    HDR-LINE-1.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           PERFORM 100-PROCESS-REQUESTS.
           PERFORM 400-REPORT-GAPS.
           CLOSE   REQUEST-FILE.
           CLOSE   TEST01-FILE.
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           IF      PPR-AVAILABLE
               CLOSE   PACK-PROFILE-FILE
           END-IF.
           CLOSE   SERIAL-CTL-FILE.
           CLOSE   REGISTER-FILE.
           CLOSE   AUDIT-LOG-FILE.
           CLOSE   REPORT-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       100-PROCESS-REQUESTS    SECTION.
           MOVE    'SERIALIZED LABEL REQUESTS'
                                   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-REQ-COLS.
           PERFORM UNTIL   EOF-REQUEST
               READ    REQUEST-FILE
                   AT  END
                       SET     EOF-REQUEST     TO  TRUE
                   NOT AT END
                       ADD     1               TO  WS-REQUESTS
                       PERFORM 110-PROCESS-ONE
               END-READ
           END-PERFORM.
           IF      WS-REQUESTS     =   0
               WRITE   REPORT-REC      FROM    MSG-NONE
           END-IF.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           MOVE    'REQUESTS READ'         TO  TOT-TEXT.
           MOVE    WS-REQUESTS     TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'REQUESTS REJECTED'     TO  TOT-TEXT.
           MOVE    WS-REJECTS      TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'LABELS PRINTED'        TO  TOT-TEXT.
           MOVE    WS-ISSUED       TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'LABELS FAILED - SERIAL VOID'
                                           TO  TOT-TEXT.
           MOVE    WS-FAILED       TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    'SERIALS ALREADY ON REGISTER'
                                           TO  TOT-TEXT.
           MOVE    WS-COLLISIONS   TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           WRITE   REPORT-REC      FROM    BLANK-LINE.

       110-PROCESS-ONE         SECTION.
           MOVE    0               TO  WS-REQ-PRINTED.
           MOVE    0               TO  WS-REQ-FAILED.
           MOVE    SPACES          TO  WS-FIRST-SERIAL.
           MOVE    SPACES          TO  WS-LAST-SERIAL.
           MOVE    SPACES          TO  WS-LABEL-TYPE.
           MOVE    SPACES          TO  WS-DEST.
           PERFORM 120-EDIT-REQUEST.
           IF      EDIT-PASSED
               SET     RANGE-OPEN      TO  TRUE
               PERFORM VARYING WS-LABEL-NO FROM    1   BY  1
                       UNTIL   WS-LABEL-NO >   WS-QTY
                           OR  RANGE-EXHAUSTED
                   PERFORM 150-ISSUE-LABEL
               END-PERFORM
               IF      RANGE-EXHAUSTED
                   MOVE    'SERIAL RANGE EXHAUSTED'
                                           TO  WS-REJECT-REASON
                   MOVE    'PARTIAL'       TO  DTL-RESULT
               ELSE
                   MOVE    'ISSUED'        TO  DTL-RESULT
               END-IF
           ELSE
               ADD     1               TO  WS-REJECTS
               MOVE    'REJECTED'      TO  DTL-RESULT
           END-IF.
           PERFORM 250-PRINT-REQUEST.

       120-EDIT-REQUEST        SECTION.
           SET     EDIT-PASSED     TO  TRUE.
           MOVE    SPACES          TO  WS-REJECT-REASON.
           IF      SRQ-QTY         IS NOT NUMERIC
               MOVE    'QUANTITY NOT NUMERIC'  TO  WS-REJECT-REASON
               SET     EDIT-FAILED             TO  TRUE
           ELSE
               MOVE    SRQ-QTY         TO  WS-QTY
               IF      WS-QTY          =   0
                   MOVE    'QUANTITY IS ZERO'      TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED
               MOVE    SRQ-KEY         TO  TEST01-KEY
               READ    TEST01-FILE
                   INVALID KEY
                       MOVE    'ITEM NOT ON MASTER'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED TO  TRUE
                   NOT INVALID KEY
                       IF      NOT TEST01-ACTIVE
                           MOVE    'ITEM NOT ACTIVE'
                                           TO  WS-REJECT-REASON
                           SET     EDIT-FAILED TO  TRUE
                       END-IF
               END-READ
           END-IF.
           IF      EDIT-PASSED
               PERFORM 125-GET-LABEL-TYPE
           END-IF.
           IF      EDIT-PASSED
               PERFORM 130-GET-LABEL-DIMS
           END-IF.
           IF      EDIT-PASSED
               MOVE    WS-LABEL-TYPE   TO  SCT-LABEL-TYPE
               READ    SERIAL-CTL-FILE
                   INVALID KEY
                       MOVE    'NO SERIAL RANGE FOR LABEL TYPE'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED TO  TRUE
               END-READ
           END-IF.
           IF      EDIT-PASSED
               IF      SCT-NEXT-SERIAL >   SCT-LAST-SERIAL
                   MOVE    0               TO  WS-REMAINING
               ELSE
                   COMPUTE WS-REMAINING    =   SCT-LAST-SERIAL
                                           -   SCT-NEXT-SERIAL +   1
               END-IF
               IF      WS-REMAINING    <   WS-QTY
                   MOVE    'SERIAL RANGE EXHAUSTED'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED     TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED
               PERFORM 135-CHECK-CONTENT
           END-IF.

       125-GET-LABEL-TYPE      SECTION.
           MOVE    TEST01-LABEL-TYPE   TO  WS-LABEL-TYPE.
           IF      SRQ-LEVEL       NOT =   SPACES
               IF      PPR-NOT-AVAILABLE
                   MOVE    'PACK LEVEL NOT ON PACKPROF'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED     TO  TRUE
               ELSE
                   MOVE    TEST01-UOM      TO  PPR-UOM
                   MOVE    SRQ-LEVEL       TO  PPR-LEVEL
                   READ    PACK-PROFILE-FILE
                       INVALID KEY
                           MOVE    'PACK LEVEL NOT ON PACKPROF'
                                           TO  WS-REJECT-REASON
                           SET     EDIT-FAILED TO  TRUE
                       NOT INVALID KEY
                           IF      PPR-LABEL-TYPE  NOT =   SPACES
                               MOVE    PPR-LABEL-TYPE
                                           TO  WS-LABEL-TYPE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       130-GET-LABEL-DIMS      SECTION.
           INITIALIZE  BC-SET.
           IF      CTL-NOT-AVAILABLE
               MOVE    'LABEL TYPE NOT ON LABELCTL'
                                       TO  WS-REJECT-REASON
               SET     EDIT-FAILED     TO  TRUE
           ELSE
               MOVE    WS-LABEL-TYPE   TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       MOVE    'LABEL TYPE NOT ON LABELCTL'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED TO  TRUE
                   NOT INVALID KEY
                       MOVE    CTL-SYMBOLOGY   TO  BC-TYPE
                       MOVE    CTL-MARGIN      TO  BC-MARGIN
                       MOVE    CTL-SIZE        TO  BC-SIZE
                       MOVE    CTL-HEIGHT      TO  BC-HEIGHT
                       IF      SRQ-DEST        =   SPACES
                           MOVE    CTL-DEST        TO  WS-DEST
                       ELSE
                           MOVE    SRQ-DEST        TO  WS-DEST
                       END-IF
               END-READ
           END-IF.

       135-CHECK-CONTENT       SECTION.
           MOVE    SCT-PREFIX      TO  WS-SERIAL-PREFIX.
           MOVE    SCT-NEXT-SERIAL TO  WS-SERIAL-NUMBER.
           PERFORM 165-CHECK-DIGIT.
           MOVE    BC-TYPE         TO  SE-SYMBOLOGY.
           MOVE    WS-SERIAL       TO  SE-DATA.
           CALL    'SYMEDIT'       USING   SE-SET.
           IF      NOT SE-CONTENT-OK
               MOVE    SE-REASON       TO  WS-REJECT-REASON
               SET     EDIT-FAILED     TO  TRUE
           END-IF.

       150-ISSUE-LABEL         SECTION.
           PERFORM 160-NEXT-FREE-SERIAL.
           IF      SERIAL-FREE
               MOVE    WS-SERIAL       TO  BC-DATA
               MOVE    SPACES          TO  FNAME
               STRING  'labels/'                   DELIMITED BY SIZE
                       WS-SERIAL                   DELIMITED BY SIZE
                       '.png'                      DELIMITED BY SIZE
                       INTO    FNAME
               MOVE    0               TO  BC-RC
               CALL  'orcbarcode' USING
                 BC-SET
               DISPLAY BC-RC
               IF      WS-FIRST-SERIAL =   SPACES
                   MOVE    WS-SERIAL       TO  WS-FIRST-SERIAL
               END-IF
               MOVE    WS-SERIAL       TO  WS-LAST-SERIAL
               IF      BC-RC           NOT =   ZERO
                   ADD     1               TO  WS-FAILED
                   ADD     1               TO  WS-REQ-FAILED
               ELSE
                   ADD     1               TO  WS-ISSUED
                   ADD     1               TO  WS-REQ-PRINTED
               END-IF
               PERFORM 170-REGISTER-SERIAL
               PERFORM 180-ADVANCE-RANGE
               PERFORM 260-WRITE-AUDIT
           END-IF.

       160-NEXT-FREE-SERIAL    SECTION.
           SET     SERIAL-TAKEN    TO  TRUE.
           PERFORM UNTIL   SERIAL-FREE OR  RANGE-EXHAUSTED
               IF      SCT-NEXT-SERIAL >   SCT-LAST-SERIAL
                   SET     RANGE-EXHAUSTED TO  TRUE
               ELSE
                   MOVE    SCT-PREFIX      TO  WS-SERIAL-PREFIX
                   MOVE    SCT-NEXT-SERIAL TO  WS-SERIAL-NUMBER
                   PERFORM 165-CHECK-DIGIT
                   MOVE    WS-SERIAL       TO  SRG-SERIAL
                   READ    REGISTER-FILE
                       INVALID KEY
                           SET     SERIAL-FREE     TO  TRUE
                       NOT INVALID KEY
                           DISPLAY 'SERLBL SERIAL ' WS-SERIAL
                                   ' ALREADY ON REGISTER - SKIPPED'
                           ADD     1               TO  WS-COLLISIONS
                           PERFORM 180-ADVANCE-RANGE
                   END-READ
               END-IF
           END-PERFORM.

       165-CHECK-DIGIT         SECTION.
           MOVE    0               TO  WS-CD-SUM.
           PERFORM VARYING WS-CD-SUB   FROM    1   BY  1
                   UNTIL   WS-CD-SUB   >   17
               DIVIDE  WS-CD-SUB       BY  2
                       GIVING  WS-CD-QUOT  REMAINDER   WS-CD-REM
               IF      WS-CD-REM       =   1
                   COMPUTE WS-CD-SUM   =   WS-CD-SUM
                                       +   WS-SERIAL-DIGIT (WS-CD-SUB)
                                       *   3
               ELSE
                   ADD     WS-SERIAL-DIGIT (WS-CD-SUB) TO  WS-CD-SUM
               END-IF
           END-PERFORM.
           DIVIDE  WS-CD-SUM       BY  10
                   GIVING  WS-CD-QUOT  REMAINDER   WS-CD-REM.
           IF      WS-CD-REM       =   0
               MOVE    0               TO  WS-SERIAL-CHECK
           ELSE
               COMPUTE WS-SERIAL-CHECK =   10  -   WS-CD-REM
           END-IF.

       170-REGISTER-SERIAL     SECTION.
           ACCEPT   WS-AUDIT-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-AUDIT-TIME  FROM    TIME.
           MOVE    WS-SERIAL       TO  SRG-SERIAL.
           MOVE    WS-LABEL-TYPE   TO  SRG-LABEL-TYPE.
           MOVE    SRQ-KEY         TO  SRG-KEY.
           MOVE    SRQ-LEVEL       TO  SRG-LEVEL.
           MOVE    WS-AUDIT-DATE   TO  SRG-DATE.
           MOVE    WS-AUDIT-TIME   TO  SRG-TIME.
           MOVE    WS-RUN-ID       TO  SRG-RUN-ID.
           MOVE    WS-DEST         TO  SRG-DEST.
           IF      BC-RC           =   ZERO
               SET     SRG-ISSUED      TO  TRUE
           ELSE
               SET     SRG-VOID        TO  TRUE
           END-IF.
           MOVE    BC-RC           TO  SRG-RETURN-CODE.
           WRITE   REGISTER-REC.
           MOVE    SRG-STATUS-FS           TO  WS-CHECK-STATUS.
           MOVE    'REGISTER-FILE'         TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       180-ADVANCE-RANGE       SECTION.
           ADD     1               TO  SCT-NEXT-SERIAL.
           MOVE    WS-START-DATE   TO  SCT-LAST-ISSUE-DATE.
           REWRITE SERIAL-CTL-REC.
           MOVE    SCT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SERIAL-CTL-FILE'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       250-PRINT-REQUEST       SECTION.
           MOVE    SRQ-KEY         TO  DTL-KEY.
           MOVE    SRQ-LEVEL       TO  DTL-LEVEL.
           MOVE    WS-LABEL-TYPE   TO  DTL-TYPE.
           MOVE    SRQ-QTY         TO  DTL-QTY.
           MOVE    WS-REQ-PRINTED  TO  DTL-PRINTED.
           MOVE    WS-REQ-FAILED   TO  DTL-FAILED.
           MOVE    WS-DEST         TO  DTL-DEST.
           MOVE    WS-FIRST-SERIAL TO  DTL-FIRST.
           MOVE    WS-LAST-SERIAL  TO  DTL-LAST.
           MOVE    WS-REJECT-REASON    TO  DTL-REASON.
           WRITE   REPORT-REC      FROM    DTL-REQ-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       260-WRITE-AUDIT         SECTION.
           INITIALIZE  AUDIT-REC.
           MOVE    WS-RUN-ID       TO  AUDIT-RUN-ID.
           MOVE    'SERLBL'        TO  AUDIT-PROGRAM.
           MOVE    'SERIAL'        TO  AUDIT-EVENT.
           MOVE    WS-SERIAL       TO  AUDIT-KEY.
           MOVE    WS-LABEL-TYPE   TO  AUDIT-LABEL-TYPE.
           MOVE    BC-RC           TO  AUDIT-RETURN-CODE.
           MOVE    WS-AUDIT-DATE   TO  AUDIT-DATE.
           MOVE    WS-AUDIT-TIME   TO  AUDIT-TIME.
           WRITE   AUDIT-REC.
           MOVE    AUD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'AUDIT-LOG-FILE'        TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       400-REPORT-GAPS         SECTION.
           MOVE    'UNUSED SERIALS INSIDE ISSUED RANGES'
                                   TO  HDR-TITLE.
           WRITE   REPORT-REC      FROM    HDR-SECTION.
           WRITE   REPORT-REC      FROM    HDR-GAP-COLS.
           MOVE    'N'             TO  WS-EOF-SCT.
           MOVE    LOW-VALUES      TO  SCT-LABEL-TYPE.
           START   SERIAL-CTL-FILE KEY NOT <   SCT-LABEL-TYPE
               INVALID KEY
                   SET     EOF-SCT         TO  TRUE
           END-START.
           PERFORM UNTIL   EOF-SCT
               READ    SERIAL-CTL-FILE NEXT    RECORD
                   AT  END
                       SET     EOF-SCT         TO  TRUE
                   NOT AT END
                       PERFORM 410-SCAN-RANGE
               END-READ
           END-PERFORM.
           WRITE   REPORT-REC      FROM    BLANK-LINE.
           MOVE    'GAPS REPORTED'         TO  TOT-TEXT.
           MOVE    WS-GAP-RANGES   TO  TOT-COUNT.
           WRITE   REPORT-REC      FROM    TOT-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       410-SCAN-RANGE          SECTION.
           MOVE    0               TO  WS-TYPE-ISSUED.
           MOVE    0               TO  WS-TYPE-VOID.
           MOVE    0               TO  WS-TYPE-GAPS.
           MOVE    SCT-FIRST-SERIAL    TO  WS-EXPECTED.
           MOVE    'N'             TO  WS-EOF-REG.
           MOVE    SCT-PREFIX      TO  SRG-PREFIX.
           MOVE    SCT-FIRST-SERIAL    TO  SRG-NUMBER.
           MOVE    0               TO  SRG-CHECK-DIGIT.
           START   REGISTER-FILE   KEY NOT <   SRG-SERIAL
               INVALID KEY
                   SET     EOF-REG         TO  TRUE
           END-START.
           PERFORM UNTIL   EOF-REG
               READ    REGISTER-FILE   NEXT    RECORD
                   AT  END
                       SET     EOF-REG         TO  TRUE
                   NOT AT END
                       IF      SRG-PREFIX  NOT =   SCT-PREFIX
                           OR  SRG-NUMBER  NOT <   SCT-NEXT-SERIAL
                           SET     EOF-REG         TO  TRUE
                       ELSE
                           PERFORM 420-CHECK-SERIAL
                       END-IF
               END-READ
           END-PERFORM.
           IF      WS-EXPECTED     <   SCT-NEXT-SERIAL
               COMPUTE WS-GAP-END  =   SCT-NEXT-SERIAL -   1
               PERFORM 430-PRINT-GAP
           END-IF.
           IF      SCT-NEXT-SERIAL >   SCT-LAST-SERIAL
               MOVE    0               TO  WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING    =   SCT-LAST-SERIAL
                                       -   SCT-NEXT-SERIAL +   1
           END-IF.
           MOVE    SCT-LABEL-TYPE  TO  TOT-TYPE.
           MOVE    WS-TYPE-ISSUED  TO  TOT-ISSUED.
           MOVE    WS-TYPE-VOID    TO  TOT-VOID.
           MOVE    WS-TYPE-GAPS    TO  TOT-GAPS.
           MOVE    WS-REMAINING    TO  TOT-REMAINING.
           WRITE   REPORT-REC      FROM    TOT-TYPE-LINE.

       420-CHECK-SERIAL        SECTION.
           IF      SRG-NUMBER      >   WS-EXPECTED
               COMPUTE WS-GAP-END  =   SRG-NUMBER  -   1
               PERFORM 430-PRINT-GAP
           END-IF.
           IF      SRG-VOID
               ADD     1               TO  WS-TYPE-VOID
           ELSE
               ADD     1               TO  WS-TYPE-ISSUED
           END-IF.
           COMPUTE WS-EXPECTED =   SRG-NUMBER  +   1.

       430-PRINT-GAP           SECTION.
           ADD     1               TO  WS-GAP-RANGES.
           COMPUTE WS-TYPE-GAPS    =   WS-TYPE-GAPS    +   WS-GAP-END
                                   -   WS-EXPECTED +   1.
           MOVE    SCT-LABEL-TYPE  TO  DTL-GAP-TYPE.
           MOVE    SCT-PREFIX      TO  DTL-GAP-PREFIX.
           MOVE    WS-EXPECTED     TO  DTL-GAP-FROM.
           MOVE    WS-GAP-END      TO  DTL-GAP-TO.
           COMPUTE DTL-GAP-COUNT   =   WS-GAP-END  -   WS-EXPECTED
                                   +   1.
           WRITE   REPORT-REC      FROM    DTL-GAP-LINE.
           MOVE    RPT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REPORT-FILE'           TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.

       900-CHECK-STATUS        SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
               DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
                       ' STATUS=' WS-CHECK-STATUS
               STOP RUN
           END-IF.

       300-WRITE-SUMMARY       SECTION.
           OPEN    EXTEND          SUMMARY-FILE.
           MOVE    SUM-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'SUMMARY-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    SPACES                  TO  SUMMARY-LINE.
           STRING  'SERLBL REQ='               DELIMITED BY SIZE
                   WS-REQUESTS                 DELIMITED BY SIZE
                   ' ISSUED='                  DELIMITED BY SIZE
                   WS-ISSUED                   DELIMITED BY SIZE
                   ' FAILED='                  DELIMITED BY SIZE
                   WS-FAILED                   DELIMITED BY SIZE
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
