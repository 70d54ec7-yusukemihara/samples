           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE         SECTION.
         COPY    "BARCODE.INC".
         COPY    "SYMEDIT.INC".
       01  RIN-STATUS              PIC X(02).
       01  RCY-STATUS              PIC X(02).
       01  PRM-STATUS              PIC X(02).
               MOVE    EXC-DATA        TO  BC-DATA
               MOVE    EXC-FNAME       TO  FNAME
               PERFORM 150-GET-LABEL-DIMS
               PERFORM 155-CHECK-CONTENT
               CALL  'orcbarcode' USING
                 BC-SET
               IF      BC-RC           NOT =   ZERO
               END-READ
           END-IF.

       155-CHECK-CONTENT       SECTION.
           MOVE    SPACES          TO  SE-RC.
           IF      BC-TYPE         NOT =   SPACES
               MOVE    BC-TYPE         TO  SE-SYMBOLOGY
               MOVE    BC-DATA         TO  SE-DATA
               CALL    'SYMEDIT'       USING   SE-SET
               IF      SE-CONTENT-OK
                   MOVE    SE-DATA         TO  BC-DATA
               END-IF
           END-IF.

       200-WRITE-RECYCLE       SECTION.
           MOVE    EXC-DATA        TO  RCY-DATA.
           MOVE    EXC-FNAME       TO  RCY-FNAME.
