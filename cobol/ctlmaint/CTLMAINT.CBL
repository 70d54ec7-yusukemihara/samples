           03  CTR-SIZE            PIC X(02).
           03  CTR-HEIGHT          PIC X(04).
           03  CTR-DEST            PIC X(08).
           03  CTR-COST            PIC X(07).
           03  CTR-COST-9          REDEFINES   CTR-COST
                                   PIC 9(03)V9(04).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY    "LABELCTL.INC".
       01  WS-SIZE                 PIC 9(02).
       01  WS-HEIGHT               PIC 9(04).
       01  WS-DEST                 PIC X(08).
       01  WS-COST                 PIC 9(03)V9(04).
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
       01  HDR-CTL-COLS.
           03  FILLER              PIC X(44)
               VALUE '  TYPE  SYMB  MARGIN  SIZE  HEIGHT  DEST    '.
           03  FILLER              PIC X(12)   VALUE '  COST/LABEL'.
           03  FILLER              PIC X(76)   VALUE SPACES.
       01  DTL-CTL-LINE.
           03  FILLER              PIC X(03)   VALUE SPACES.
           03  DTL-TYPE            PIC X(02).
           03  DTL-HEIGHT          PIC 9(04).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-DEST            PIC X(08).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-COST            PIC ZZ9.9999.
           03  FILLER              PIC X(76)   VALUE SPACES.
       01  DTL-TRN-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-ACTION      PIC X(01).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-TYPE        PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-FIELDS      PIC X(30).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-RESULT      PIC X(08).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-TRN-REASON      PIC X(30).
           03  FILLER              PIC X(51)   VALUE SPACES.
       01  BLANK-LINE              PIC X(132)  VALUE SPACES.
      ************************************************************************
       PROCEDURE           DIVISION.
                       MOVE    CTL-SIZE        TO  DTL-SIZE
                       MOVE    CTL-HEIGHT      TO  DTL-HEIGHT
                       MOVE    CTL-DEST        TO  DTL-DEST
                       MOVE    CTL-COST-PER-LABEL  TO  DTL-COST
                       WRITE   LISTING-REC FROM    DTL-CTL-LINE
               END-READ
           END-PERFORM.
                   MOVE    CTR-DEST        TO  WS-DEST
               END-IF
           END-IF.
           IF      EDIT-PASSED
               IF      CTR-COST        =   SPACES
                   MOVE    0               TO  WS-COST
               ELSE
                   IF      CTR-COST        IS NOT NUMERIC
                       MOVE    'COST NOT NUMERIC'  TO  WS-REJECT-REASON
                       SET     EDIT-FAILED         TO  TRUE
                   ELSE
                       MOVE    CTR-COST-9      TO  WS-COST
                   END-IF
               END-IF
           END-IF.

       220-ADD-CONTROL     SECTION.
           MOVE    CTR-LABEL-TYPE  TO  CTL-LABEL-TYPE.
           MOVE    WS-SIZE         TO  CTL-SIZE.
           MOVE    WS-HEIGHT       TO  CTL-HEIGHT.
           MOVE    WS-DEST         TO  CTL-DEST.
           MOVE    WS-COST         TO  CTL-COST-PER-LABEL.
           WRITE   CONTROL-REC
               INVALID KEY
                   MOVE    'LABEL TYPE ALREADY ON FILE'
                   MOVE    WS-SIZE         TO  CTL-SIZE
                   MOVE    WS-HEIGHT       TO  CTL-HEIGHT
                   MOVE    WS-DEST         TO  CTL-DEST
                   IF      CTR-COST        NOT =   SPACES
                       MOVE    WS-COST         TO  CTL-COST-PER-LABEL
                   END-IF
                   REWRITE CONTROL-REC
                   MOVE    CTL-STATUS      TO  WS-CHECK-STATUS
                   MOVE    'CONTROL-FILE'  TO  WS-CHECK-FILE-NAME
                   CTR-HEIGHT                  DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   CTR-DEST                    DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   CTR-COST                    DELIMITED BY SIZE
                   INTO    DTL-TRN-FIELDS.
           MOVE    WS-REJECT-REASON    TO  DTL-TRN-REASON.
           WRITE   LISTING-REC     FROM    DTL-TRN-LINE.
