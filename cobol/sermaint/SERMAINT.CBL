       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SERMAINT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  TRANS-FILE      ASSIGN  "SERTRAN"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  TRN-STATUS.
           SELECT  OPTIONAL SERIAL-CTL-FILE
                                   ASSIGN  "SERCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  SCT-LABEL-TYPE
                                   FILE    STATUS  IS  SCT-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  RANDOM
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  LISTING-FILE    ASSIGN  "SERLIST"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  LST-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           03  STR-ACTION          PIC X(01).
               88  STR-ADD                     VALUE 'A'.
               88  STR-CHANGE                  VALUE 'C'.
               88  STR-DELETE                  VALUE 'D'.
           03  STR-LABEL-TYPE      PIC X(02).
           03  STR-PREFIX          PIC X(08).
           03  STR-FIRST           PIC X(09).
           03  STR-LAST            PIC X(09).
       FD  SERIAL-CTL-FILE.
       01  SERIAL-CTL-REC.
           COPY    "SERCTL.INC".
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  LISTING-FILE.
       01  LISTING-REC             PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  TRN-STATUS              PIC X(02).
       01  SCT-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
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
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-FIRST                PIC 9(09).
       01  WS-LAST                 PIC 9(09).
       01  WS-REMAINING            PIC 9(09).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-TRANS        PIC X(01)   VALUE 'N'.
               88  EOF-TRANS                   VALUE 'Y'.
           03  WS-EOF-SCT          PIC X(01)   VALUE 'N'.
               88  EOF-SCT                     VALUE 'Y'.
           03  WS-EDIT-RESULT      PIC X(01)   VALUE 'Y'.
               88  EDIT-PASSED                 VALUE 'Y'.
               88  EDIT-FAILED                 VALUE 'N'.
           03  WS-CTL-AVAIL        PIC X(01)   VALUE 'N'.
               88  CTL-AVAILABLE               VALUE 'Y'.
               88  CTL-NOT-AVAILABLE           VALUE 'N'.
       01  HDR-LINE-1.
           03  FILLER              PIC X(40)
               VALUE 'SERIAL RANGE CONTROL MAINTENANCE   DATE '.
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(84)   VALUE SPACES.
       01  HDR-SECTION.
           03  HDR-TITLE           PIC X(40).
           03  FILLER              PIC X(92)   VALUE SPACES.
       01  HDR-SCT-COLS.
           03  FILLER              PIC X(40)
               VALUE '  TYPE  PREFIX    FIRST      LAST      '.
           03  FILLER              PIC X(40)
               VALUE ' NEXT       REMAINING  LAST ISSUE       '.
           03  FILLER              PIC X(52)   VALUE SPACES.
       01  DTL-SCT-LINE.
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-TYPE            PIC X(02).
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-PREFIX          PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-FIRST           PIC 9(09).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-LAST            PIC 9(09).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-NEXT            PIC 9(09).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-REMAINING       PIC ZZZZZZZZ9.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-ISSUE-DATE      PIC 9(08).
           03  FILLER              PIC X(62)   VALUE SPACES.
       01  DTL-TRN-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-ACTION      PIC X(01).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-TYPE        PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-FIELDS      PIC X(28).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-RESULT      PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-REASON      PIC X(30).
           03  FILLER              PIC X(53)   VALUE SPACES.
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
           OPEN    I-O     SERIAL-CTL-FILE.
           MOVE    SCT-STATUS              TO  WS-CHECK-STATUS.
           IF      WS-CHECK-STATUS =   '05'
               MOVE    '00'                TO  WS-CHECK-STATUS
           END-IF.
           MOVE    'SERIAL-CTL-FILE'       TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    INPUT   CONTROL-FILE.
           IF      CTL-STATUS      =   '00'
               SET     CTL-AVAILABLE       TO  TRUE
           ELSE
               SET     CTL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    OUTPUT  LISTING-FILE.
           MOVE    LST-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'LISTING-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           MOVE    WS-START-DATE   TO  HDR-DATE.
           WRITE   LISTING-REC     FROM    HDR-LINE-1.
           WRITE   LISTING-REC     FROM    BLANK-LINE.
           MOVE    'SERIAL RANGES BEFORE MAINTENANCE'
                                   TO  HDR-TITLE.
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
           MOVE    'SERIAL RANGES AFTER MAINTENANCE'
                                   TO  HDR-TITLE.
           PERFORM 100-LIST-FILE.
           CLOSE   TRANS-FILE.
           CLOSE   SERIAL-CTL-FILE.
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           CLOSE   LISTING-FILE.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       100-LIST-FILE       SECTION.
           WRITE   LISTING-REC     FROM    HDR-SECTION.
           WRITE   LISTING-REC     FROM    HDR-SCT-COLS.
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
                       PERFORM 110-LIST-ONE
               END-READ
           END-PERFORM.
           MOVE    'N'             TO  WS-EOF-SCT.
           WRITE   LISTING-REC     FROM    BLANK-LINE.

       110-LIST-ONE        SECTION.
           MOVE    SCT-LABEL-TYPE  TO  DTL-TYPE.
           MOVE    SCT-PREFIX      TO  DTL-PREFIX.
           MOVE    SCT-FIRST-SERIAL    TO  DTL-FIRST.
           MOVE    SCT-LAST-SERIAL     TO  DTL-LAST.
           MOVE    SCT-NEXT-SERIAL     TO  DTL-NEXT.
           IF      SCT-NEXT-SERIAL >   SCT-LAST-SERIAL
               MOVE    0               TO  WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING    =   SCT-LAST-SERIAL
                                       -   SCT-NEXT-SERIAL +   1
           END-IF.
           MOVE    WS-REMAINING    TO  DTL-REMAINING.
           MOVE    SCT-LAST-ISSUE-DATE TO  DTL-ISSUE-DATE.
           WRITE   LISTING-REC     FROM    DTL-SCT-LINE.

       200-APPLY-TRANS     SECTION.
           PERFORM 210-EDIT-TRANS.
           IF      EDIT-PASSED
               EVALUATE TRUE
                   WHEN    STR-ADD
                       PERFORM 220-ADD-RANGE
                   WHEN    STR-CHANGE
                       PERFORM 230-CHANGE-RANGE
                   WHEN    STR-DELETE
                       PERFORM 240-DELETE-RANGE
               END-EVALUATE
           ELSE
               PERFORM 260-PRINT-REJECT
           END-IF.

       210-EDIT-TRANS      SECTION.
           SET     EDIT-PASSED     TO  TRUE.
           MOVE    SPACES          TO  WS-REJECT-REASON.
           IF      NOT STR-ADD     AND
                   NOT STR-CHANGE  AND
                   NOT STR-DELETE
               MOVE    'INVALID ACTION CODE'   TO  WS-REJECT-REASON
               SET     EDIT-FAILED             TO  TRUE
           END-IF.
           IF      EDIT-PASSED
               IF      STR-LABEL-TYPE  =   SPACES
                   MOVE    'LABEL TYPE MISSING'    TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED     AND STR-ADD
               PERFORM 215-EDIT-ADD
           END-IF.
           IF      EDIT-PASSED     AND STR-CHANGE
               IF      STR-LAST        IS NOT NUMERIC
                   MOVE    'LAST SERIAL NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               ELSE
                   MOVE    STR-LAST        TO  WS-LAST
               END-IF
           END-IF.

       215-EDIT-ADD        SECTION.
           IF      CTL-AVAILABLE
               MOVE    STR-LABEL-TYPE  TO  CTL-LABEL-TYPE
               READ    CONTROL-FILE
                   INVALID KEY
                       MOVE    'LABEL TYPE NOT ON LABELCTL'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED TO  TRUE
               END-READ
           END-IF.
           IF      EDIT-PASSED
               IF      STR-PREFIX      IS NOT NUMERIC
                   MOVE    'PREFIX NOT 8 DIGITS'   TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               END-IF
           END-IF.
           IF      EDIT-PASSED
               IF      STR-FIRST       IS NOT NUMERIC
                   OR  STR-LAST        IS NOT NUMERIC
                   MOVE    'SERIAL RANGE NOT NUMERIC'
                                           TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               ELSE
                   MOVE    STR-FIRST       TO  WS-FIRST
                   MOVE    STR-LAST        TO  WS-LAST
                   IF      WS-FIRST        >   WS-LAST
                       MOVE    'FIRST SERIAL AFTER LAST'
                                           TO  WS-REJECT-REASON
                       SET     EDIT-FAILED         TO  TRUE
                   END-IF
               END-IF
           END-IF.
           IF      EDIT-PASSED
               PERFORM 216-CHECK-OVERLAP
           END-IF.

       216-CHECK-OVERLAP   SECTION.
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
                       IF      SCT-LABEL-TYPE  NOT =   STR-LABEL-TYPE
                           AND SCT-PREFIX      =   STR-PREFIX
                           AND SCT-FIRST-SERIAL    NOT >   WS-LAST
                           AND SCT-LAST-SERIAL     NOT <   WS-FIRST
                           MOVE    'RANGE OVERLAPS ANOTHER TYPE'
                                           TO  WS-REJECT-REASON
                           SET     EDIT-FAILED     TO  TRUE
                           SET     EOF-SCT         TO  TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE    'N'             TO  WS-EOF-SCT.

       220-ADD-RANGE       SECTION.
           MOVE    STR-LABEL-TYPE  TO  SCT-LABEL-TYPE.
           MOVE    STR-PREFIX      TO  SCT-PREFIX.
           MOVE    WS-FIRST        TO  SCT-FIRST-SERIAL.
           MOVE    WS-LAST         TO  SCT-LAST-SERIAL.
           MOVE    WS-FIRST        TO  SCT-NEXT-SERIAL.
           MOVE    0               TO  SCT-LAST-ISSUE-DATE.
           WRITE   SERIAL-CTL-REC
               INVALID KEY
                   MOVE    'LABEL TYPE ALREADY ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 260-PRINT-REJECT
               NOT INVALID KEY
                   ADD     1               TO  WS-ADDS
                   MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                   PERFORM 250-PRINT-TRANS
           END-WRITE.

       230-CHANGE-RANGE    SECTION.
           MOVE    STR-LABEL-TYPE  TO  SCT-LABEL-TYPE.
           READ    SERIAL-CTL-FILE
               INVALID KEY
                   MOVE    'LABEL TYPE NOT ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 260-PRINT-REJECT
               NOT INVALID KEY
                   PERFORM 235-CHANGE-LAST
           END-READ.

       235-CHANGE-LAST     SECTION.
           IF      WS-LAST         <   SCT-FIRST-SERIAL
               OR  WS-LAST +   1   <   SCT-NEXT-SERIAL
               MOVE    'LAST BELOW SERIALS ISSUED' TO  WS-REJECT-REASON
               PERFORM 260-PRINT-REJECT
           ELSE
               MOVE    SCT-PREFIX          TO  STR-PREFIX
               MOVE    SCT-FIRST-SERIAL    TO  WS-FIRST
               PERFORM 216-CHECK-OVERLAP
               MOVE    STR-LABEL-TYPE  TO  SCT-LABEL-TYPE
               READ    SERIAL-CTL-FILE
               MOVE    SCT-STATUS      TO  WS-CHECK-STATUS
               MOVE    'SERIAL-CTL-FILE'   TO  WS-CHECK-FILE-NAME
               PERFORM 900-CHECK-STATUS
               IF      EDIT-FAILED
                   PERFORM 260-PRINT-REJECT
               ELSE
                   MOVE    WS-LAST         TO  SCT-LAST-SERIAL
                   REWRITE SERIAL-CTL-REC
                   MOVE    SCT-STATUS      TO  WS-CHECK-STATUS
                   MOVE    'SERIAL-CTL-FILE'   TO  WS-CHECK-FILE-NAME
                   PERFORM 900-CHECK-STATUS
                   ADD     1               TO  WS-CHANGES
                   MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                   PERFORM 250-PRINT-TRANS
               END-IF
           END-IF.

       240-DELETE-RANGE    SECTION.
           MOVE    STR-LABEL-TYPE  TO  SCT-LABEL-TYPE.
           READ    SERIAL-CTL-FILE
               INVALID KEY
                   MOVE    'LABEL TYPE NOT ON FILE'
                                           TO  WS-REJECT-REASON
                   PERFORM 260-PRINT-REJECT
               NOT INVALID KEY
                   IF      SCT-NEXT-SERIAL NOT =   SCT-FIRST-SERIAL
                       MOVE    'SERIALS ALREADY ISSUED'
                                           TO  WS-REJECT-REASON
                       PERFORM 260-PRINT-REJECT
                   ELSE
                       DELETE  SERIAL-CTL-FILE RECORD
                       MOVE    SCT-STATUS      TO  WS-CHECK-STATUS
                       MOVE    'SERIAL-CTL-FILE'
                                           TO  WS-CHECK-FILE-NAME
                       PERFORM 900-CHECK-STATUS
                       ADD     1               TO  WS-DELETES
                       MOVE    'APPLIED'       TO  DTL-TRN-RESULT
                       PERFORM 250-PRINT-TRANS
                   END-IF
           END-READ.

       250-PRINT-TRANS     SECTION.
           MOVE    STR-ACTION      TO  DTL-TRN-ACTION.
           MOVE    STR-LABEL-TYPE  TO  DTL-TRN-TYPE.
           MOVE    SPACES          TO  DTL-TRN-FIELDS.
           STRING  STR-PREFIX                  DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   STR-FIRST                   DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   STR-LAST                    DELIMITED BY SIZE
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
           STRING  'SERMAINT TRANS='            DELIMITED BY SIZE
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
