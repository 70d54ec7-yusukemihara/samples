       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CTLCONV.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OLD-CONTROL-FILE
                                   ASSIGN  "LABELCTL.OLD"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  SEQUENTIAL
                                   RECORD  KEY     IS  OLD-LABEL-TYPE
                                   FILE    STATUS  IS  OLD-STATUS.
           SELECT  CONTROL-FILE    ASSIGN  "LABELCTL"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  SEQUENTIAL
                                   RECORD  KEY     IS  CTL-LABEL-TYPE
                                   FILE    STATUS  IS  CTL-STATUS.
           SELECT  SUMMARY-FILE    ASSIGN  "SUMMARY"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  SUM-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  OLD-CONTROL-FILE.
       01  OLD-CONTROL-REC.
           03  OLD-LABEL-TYPE      PIC X(02).
           03  OLD-SYMBOLOGY       PIC X(02).
           03  OLD-MARGIN          PIC 9(02).
           03  OLD-SIZE            PIC 9(02).
           03  OLD-HEIGHT          PIC 9(04).
           03  OLD-DEST            PIC X(08).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
       01  OLD-STATUS              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-END-TIME             PIC 9(08).
       01  WS-READ                 PIC 9(04)   VALUE 0.
       01  WS-LOADED               PIC 9(04)   VALUE 0.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-EOF-OLD          PIC X(01)   VALUE 'N'.
               88  EOF-OLD                     VALUE 'Y'.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ACCEPT   WS-START-DATE  FROM    DATE YYYYMMDD.
           ACCEPT   WS-START-TIME  FROM    TIME.
           OPEN    INPUT   OLD-CONTROL-FILE.
           MOVE    OLD-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'OLD-CONTROL-FILE'      TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           OPEN    OUTPUT  CONTROL-FILE.
           MOVE    CTL-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'CONTROL-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           PERFORM UNTIL   EOF-OLD
               READ    OLD-CONTROL-FILE
                   AT  END
                       SET     EOF-OLD         TO  TRUE
                   NOT AT END
                       ADD     1               TO  WS-READ
                       PERFORM 100-CONVERT-REC
               END-READ
           END-PERFORM.
           CLOSE   OLD-CONTROL-FILE.
           CLOSE   CONTROL-FILE.
           DISPLAY 'CTLCONV LABELCTL RELOADED READ=' WS-READ
                   ' LOADED=' WS-LOADED.
           ACCEPT   WS-END-DATE    FROM    DATE YYYYMMDD.
           ACCEPT   WS-END-TIME    FROM    TIME.
           PERFORM 300-WRITE-SUMMARY.
           STOP    RUN.

       100-CONVERT-REC     SECTION.
           INITIALIZE  CONTROL-REC.
           MOVE    OLD-LABEL-TYPE  TO  CTL-LABEL-TYPE.
           MOVE    OLD-SYMBOLOGY   TO  CTL-SYMBOLOGY.
           MOVE    OLD-MARGIN      TO  CTL-MARGIN.
           MOVE    OLD-SIZE        TO  CTL-SIZE.
           MOVE    OLD-HEIGHT      TO  CTL-HEIGHT.
           MOVE    OLD-DEST        TO  CTL-DEST.
           MOVE    0               TO  CTL-COST-PER-LABEL.
           WRITE   CONTROL-REC.
           MOVE    CTL-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'CONTROL-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-LOADED.

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
           STRING  'CTLCONV READ='             DELIMITED BY SIZE
                   WS-READ                     DELIMITED BY SIZE
                   ' LOADED='                  DELIMITED BY SIZE
                   WS-LOADED                   DELIMITED BY SIZE
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
