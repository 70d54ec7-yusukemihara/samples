                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  WIF-DATE
                                   FILE    STATUS  IS  WIF-STATUS-FS.
           SELECT  OPTIONAL REGISTER-FILE
                                   ASSIGN  "SERREG"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  SRG-SERIAL
                                   FILE    STATUS  IS  SRG-STATUS-FS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TEST01-FILE.
       FD  INTERFACE-FILE.
       01  INTERFACE-REC.
           COPY    "WMSIFSTS.INC".
       FD  REGISTER-FILE.
       01  REGISTER-REC.
           COPY    "SERREG.INC".
       WORKING-STORAGE     SECTION.
       01  STS-TEST01              PIC X(02).
       01  RSL-STATUS              PIC X(02).
       01  EXT-STATUS              PIC X(02).
       01  SUM-STATUS              PIC X(02).
       01  WIF-STATUS-FS           PIC X(02).
       01  SRG-STATUS-FS           PIC X(02).
       01  WS-EXTRACT-DATE         PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-END-DATE             PIC 9(08).
       01  WS-PRODUCED-CNT         PIC 9(06)   VALUE 0.
       01  WS-FAILED-CNT           PIC 9(06)   VALUE 0.
       01  WS-HASH-TOTAL           PIC 9(12)   VALUE 0.
       01  WS-SERIAL-CNT           PIC 9(06)   VALUE 0.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-ITEM-RESULTS         PIC 9(02)   VALUE 0.
               88  EOF-MASTER                  VALUE 'Y'.
           03  WS-EOF-RESULT       PIC X(01)   VALUE 'N'.
               88  EOF-RESULT                  VALUE 'Y'.
           03  WS-EOF-REG          PIC X(01)   VALUE 'N'.
               88  EOF-REG                     VALUE 'Y'.
           03  WS-REG-AVAIL        PIC X(01)   VALUE 'N'.
               88  REG-AVAILABLE               VALUE 'Y'.
               88  REG-NOT-AVAILABLE           VALUE 'N'.
       01  EXT-HEADER-REC.
           03  EXT-HDR-ID          PIC X(01)   VALUE 'H'.
           03  EXT-HDR-DATE        PIC 9(08).
           03  EXT-DTL-DATA        PIC X(70).
           03  EXT-DTL-LABEL       PIC X(01).
           03  EXT-DTL-LEVEL       PIC X(02).
       01  EXT-SERIAL-REC.
           03  EXT-SER-ID          PIC X(01)   VALUE 'S'.
           03  EXT-SER-SERIAL      PIC X(18).
           03  EXT-SER-KEY         PIC X(10).
           03  EXT-SER-LEVEL       PIC X(02).
           03  EXT-SER-LABEL-TYPE  PIC X(02).
           03  EXT-SER-DEST        PIC X(08).
           03  EXT-SER-RUN-ID      PIC X(16).
           03  EXT-SER-TIME        PIC 9(08).
           03  FILLER              PIC X(19)   VALUE SPACES.
       01  EXT-TRAILER-REC.
           03  EXT-TRL-ID          PIC X(01)   VALUE 'T'.
           03  EXT-TRL-DETAILS     PIC 9(06).
           03  EXT-TRL-PRODUCED    PIC 9(06).
           03  EXT-TRL-FAILED      PIC 9(06).
           03  EXT-TRL-HASH        PIC 9(12).
           03  EXT-TRL-SERIALS     PIC 9(06).
           03  FILLER              PIC X(47)   VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
                       PERFORM 200-WRITE-DETAIL
               END-READ
           END-PERFORM.
           PERFORM 230-WRITE-SERIALS.
           PERFORM 210-WRITE-TRAILER.
           PERFORM 220-REGISTER-EXTRACT.
           CLOSE   RESULT-FILE.
           MOVE    WS-PRODUCED-CNT TO  EXT-TRL-PRODUCED.
           MOVE    WS-FAILED-CNT   TO  EXT-TRL-FAILED.
           MOVE    WS-HASH-TOTAL   TO  EXT-TRL-HASH.
           MOVE    WS-SERIAL-CNT   TO  EXT-TRL-SERIALS.
           WRITE   EXTRACT-REC     FROM    EXT-TRAILER-REC.
           MOVE    EXT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'EXTRACT-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           CLOSE   INTERFACE-FILE.

       230-WRITE-SERIALS   SECTION.
           OPEN    INPUT   REGISTER-FILE.
           IF      SRG-STATUS-FS   =   '00'    OR  '05'
               SET     REG-AVAILABLE   TO  TRUE
               MOVE    LOW-VALUES      TO  SRG-SERIAL
               START   REGISTER-FILE   KEY NOT <   SRG-SERIAL
                   INVALID KEY
                       SET     EOF-REG         TO  TRUE
               END-START
           ELSE
               SET     REG-NOT-AVAILABLE   TO  TRUE
               SET     EOF-REG         TO  TRUE
           END-IF.
           PERFORM UNTIL   EOF-REG
               READ    REGISTER-FILE   NEXT    RECORD
                   AT  END
                       SET     EOF-REG         TO  TRUE
                   NOT AT END
                       IF      SRG-DATE    =   WS-EXTRACT-DATE
                           AND SRG-ISSUED
                           PERFORM 235-WRITE-ONE-SERIAL
                       END-IF
               END-READ
           END-PERFORM.
           IF      REG-AVAILABLE
               CLOSE   REGISTER-FILE
           END-IF.

       235-WRITE-ONE-SERIAL    SECTION.
           MOVE    SRG-SERIAL      TO  EXT-SER-SERIAL.
           MOVE    SRG-KEY         TO  EXT-SER-KEY.
           MOVE    SRG-LEVEL       TO  EXT-SER-LEVEL.
           MOVE    SRG-LABEL-TYPE  TO  EXT-SER-LABEL-TYPE.
           MOVE    SRG-DEST        TO  EXT-SER-DEST.
           MOVE    SRG-RUN-ID      TO  EXT-SER-RUN-ID.
           MOVE    SRG-TIME        TO  EXT-SER-TIME.
           WRITE   EXTRACT-REC     FROM    EXT-SERIAL-REC.
           MOVE    EXT-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'EXTRACT-FILE'          TO  WS-CHECK-FILE-NAME.
           PERFORM 900-CHECK-STATUS.
           ADD     1               TO  WS-SERIAL-CNT.

       900-CHECK-STATUS    SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
               DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
                   WS-PRODUCED-CNT             DELIMITED BY SIZE
                   ' FAILED='                  DELIMITED BY SIZE
                   WS-FAILED-CNT               DELIMITED BY SIZE
                   ' SERIALS='                 DELIMITED BY SIZE
                   WS-SERIAL-CNT               DELIMITED BY SIZE
                   ' END='                     DELIMITED BY SIZE
                   WS-END-DATE                 DELIMITED BY SIZE
                   WS-END-TIME                 DELIMITED BY SIZE
