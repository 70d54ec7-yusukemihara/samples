           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE         SECTION.
         COPY    "DECODE.INC".
         COPY    "SYMEDIT.INC".
       01  AIN-STATUS              PIC X(02).
       01  AUD-STATUS              PIC X(02).
       01  VWK-STATUS              PIC X(02).
                       INTO    WS-FNAME
           END-IF.
           PERFORM 150-GET-SYMBOLOGY.
           IF      SYMB-AVAILABLE
               MOVE    WS-EXPECT-SYMB  TO  SE-SYMBOLOGY
               MOVE    WS-EXPECT-DATA  TO  SE-DATA
               CALL    'SYMEDIT'       USING   SE-SET
               IF      SE-CONTENT-OK
                   MOVE    SE-DATA         TO  WS-EXPECT-DATA
               END-IF
           END-IF.
           INITIALIZE  DC-SET.
           MOVE    WS-FNAME        TO  DC-FNAME.
           CALL  'orcdecode' USING
           END-IF.

       200-WRITE-EXCEPTION     SECTION.
           MOVE    AIN-KEY         TO  EXC-DATA.
           MOVE    WS-FNAME        TO  EXC-FNAME.
           MOVE    WS-LABEL-TYPE   TO  EXC-LABEL-TYPE.
           MOVE    1               TO  EXC-RETRY-CNT.
