       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SYMEDIT.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
       01  WS-DATA-LEN             PIC 9(02)   VALUE 0.
       01  WS-MAX-LEN              PIC 9(02)   VALUE 0.
       01  WS-PAYLOAD-LEN          PIC 9(02)   VALUE 0.
       01  WS-CALC-LEN             PIC 9(02)   VALUE 0.
       01  WS-SUB                  PIC 9(02)   VALUE 0.
       01  WS-TALLY                PIC 9(02)   VALUE 0.
       01  WS-CHAR                 PIC X(01).
       01  WS-CODE39-SET           PIC X(43)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-. $/+%'.
       01  WS-PAYLOAD              PIC X(17).
       01  WS-PAYLOAD-DIGITS       REDEFINES   WS-PAYLOAD.
           03  WS-PAYLOAD-DIGIT    PIC 9(01)   OCCURS 17.
       01  WS-UPCE                 PIC X(07).
       01  WS-UPCE-DIGITS          REDEFINES   WS-UPCE.
           03  WS-UPCE-NS          PIC X(01).
           03  WS-UPCE-D           PIC X(01)   OCCURS 6.
       01  WS-CD-SUM               PIC 9(04)   VALUE 0.
       01  WS-CD-QUOT              PIC 9(04)   VALUE 0.
       01  WS-CD-REM               PIC 9(01)   VALUE 0.
       01  WS-CD-POS               PIC 9(02)   VALUE 0.
       01  WS-CHECK-DIGIT          PIC 9(01)   VALUE 0.
       01  WS-CHECK-DIGIT-X        REDEFINES   WS-CHECK-DIGIT
                                   PIC X(01).
       LINKAGE             SECTION.
         COPY    "SYMEDIT.INC".
      ************************************************************************
       PROCEDURE           DIVISION    USING   SE-SET.
       000-MAIN            SECTION.
           MOVE    SPACES          TO  SE-RC.
           MOVE    SPACES          TO  SE-REASON.
           PERFORM 100-FIND-LENGTH.
           IF      WS-DATA-LEN     =   0
               MOVE    'NDAT'          TO  SE-RC
               MOVE    'NO DATA TO ENCODE'     TO  SE-REASON
           ELSE
               EVALUATE    SE-SYMBOLOGY
                   WHEN    '39'
                       MOVE    43              TO  WS-MAX-LEN
                       PERFORM 200-CHECK-CODE39-SET
                   WHEN    '93'
                       MOVE    48              TO  WS-MAX-LEN
                       PERFORM 200-CHECK-CODE39-SET
                   WHEN    '28'
                       MOVE    48              TO  WS-MAX-LEN
                       PERFORM 210-CHECK-PRINTABLE
                   WHEN    'QR'
                       CONTINUE
                   WHEN    'EA'
                       MOVE    12              TO  WS-PAYLOAD-LEN
                       PERFORM 300-CHECK-GS1
                   WHEN    'E8'
                       MOVE    7               TO  WS-PAYLOAD-LEN
                       PERFORM 300-CHECK-GS1
                   WHEN    'UA'
                       MOVE    11              TO  WS-PAYLOAD-LEN
                       PERFORM 300-CHECK-GS1
                   WHEN    'UE'
                       MOVE    7               TO  WS-PAYLOAD-LEN
                       PERFORM 300-CHECK-GS1
                   WHEN    OTHER
                       MOVE    'SYMB'          TO  SE-RC
                       MOVE    'SYMBOLOGY NOT SUPPORTED'
                                               TO  SE-REASON
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.

       100-FIND-LENGTH     SECTION.
           MOVE    0               TO  WS-DATA-LEN.
           PERFORM VARYING WS-SUB  FROM    48  BY  -1
                   UNTIL   WS-SUB  <   1
               IF      SE-DATA (WS-SUB:1)  NOT =   SPACE
                   MOVE    WS-SUB          TO  WS-DATA-LEN
                   MOVE    1               TO  WS-SUB
               END-IF
           END-PERFORM.

       200-CHECK-CODE39-SET    SECTION.
           IF      WS-DATA-LEN     >   WS-MAX-LEN
               MOVE    'LEN'           TO  SE-RC
               MOVE    'DATA TOO LONG FOR SYMBOLOGY'   TO  SE-REASON
           ELSE
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   WS-DATA-LEN
                   MOVE    SE-DATA (WS-SUB:1)  TO  WS-CHAR
                   MOVE    0               TO  WS-TALLY
                   INSPECT WS-CODE39-SET   TALLYING    WS-TALLY
                           FOR ALL WS-CHAR
                   IF      WS-TALLY        =   0
                       MOVE    'CHAR'          TO  SE-RC
                       MOVE    'CHARACTER NOT IN SYMBOLOGY SET'
                                               TO  SE-REASON
                       MOVE    WS-DATA-LEN     TO  WS-SUB
                   END-IF
               END-PERFORM
           END-IF.

       210-CHECK-PRINTABLE SECTION.
           IF      WS-DATA-LEN     >   WS-MAX-LEN
               MOVE    'LEN'           TO  SE-RC
               MOVE    'DATA TOO LONG FOR SYMBOLOGY'   TO  SE-REASON
           ELSE
               PERFORM VARYING WS-SUB  FROM    1   BY  1
                       UNTIL   WS-SUB  >   WS-DATA-LEN
                   MOVE    SE-DATA (WS-SUB:1)  TO  WS-CHAR
                   IF      WS-CHAR     <   SPACE
                       OR  WS-CHAR     >   '~'
                       MOVE    'CHAR'          TO  SE-RC
                       MOVE    'CHARACTER NOT IN SYMBOLOGY SET'
                                               TO  SE-REASON
                       MOVE    WS-DATA-LEN     TO  WS-SUB
                   END-IF
               END-PERFORM
           END-IF.

       300-CHECK-GS1       SECTION.
           IF      SE-DATA (1:WS-DATA-LEN) IS NOT NUMERIC
               MOVE    'NUM'           TO  SE-RC
               MOVE    'SYMBOLOGY NEEDS NUMERIC DATA'  TO  SE-REASON
           ELSE
               IF      WS-DATA-LEN     NOT =   WS-PAYLOAD-LEN
                   AND WS-DATA-LEN     NOT =   WS-PAYLOAD-LEN  +   1
                   MOVE    'LEN'           TO  SE-RC
                   MOVE    'DATA LENGTH WRONG FOR SYMBOLOGY'
                                           TO  SE-REASON
               END-IF
           END-IF.
           IF      SE-CONTENT-OK   AND SE-SYMBOLOGY    =   'UE'
               IF      SE-DATA (1:1)   NOT =   '0'
                   AND SE-DATA (1:1)   NOT =   '1'
                   MOVE    'NSYS'          TO  SE-RC
                   MOVE    'UPC-E NUMBER SYSTEM NOT 0 OR 1'
                                           TO  SE-REASON
               END-IF
           END-IF.
           IF      SE-CONTENT-OK
               MOVE    SPACES          TO  WS-PAYLOAD
               IF      SE-SYMBOLOGY    =   'UE'
                   PERFORM 320-EXPAND-UPCE
               ELSE
                   MOVE    SE-DATA (1:WS-PAYLOAD-LEN)  TO  WS-PAYLOAD
                   MOVE    WS-PAYLOAD-LEN  TO  WS-CALC-LEN
               END-IF
               PERFORM 330-COMPUTE-CHECK
               IF      WS-DATA-LEN     =   WS-PAYLOAD-LEN
                   MOVE    WS-CHECK-DIGIT-X
                                   TO  SE-DATA (WS-DATA-LEN + 1:1)
               ELSE
                   IF      SE-DATA (WS-DATA-LEN:1)
                                   NOT =   WS-CHECK-DIGIT-X
                       MOVE    'CDIG'          TO  SE-RC
                       MOVE    'CHECK DIGIT INCORRECT' TO  SE-REASON
                   END-IF
               END-IF
           END-IF.

       320-EXPAND-UPCE     SECTION.
           MOVE    SE-DATA (1:7)   TO  WS-UPCE.
           MOVE    11              TO  WS-CALC-LEN.
           EVALUATE    WS-UPCE-D (6)
               WHEN    '0'     THRU    '2'
                   STRING  WS-UPCE-NS                  DELIMITED BY SIZE
                           WS-UPCE-D (1)               DELIMITED BY SIZE
                           WS-UPCE-D (2)               DELIMITED BY SIZE
                           WS-UPCE-D (6)               DELIMITED BY SIZE
                           '0000'                      DELIMITED BY SIZE
                           WS-UPCE-D (3)               DELIMITED BY SIZE
                           WS-UPCE-D (4)               DELIMITED BY SIZE
                           WS-UPCE-D (5)               DELIMITED BY SIZE
                           INTO    WS-PAYLOAD
               WHEN    '3'
                   STRING  WS-UPCE-NS                  DELIMITED BY SIZE
                           WS-UPCE-D (1)               DELIMITED BY SIZE
                           WS-UPCE-D (2)               DELIMITED BY SIZE
                           WS-UPCE-D (3)               DELIMITED BY SIZE
                           '00000'                     DELIMITED BY SIZE
                           WS-UPCE-D (4)               DELIMITED BY SIZE
                           WS-UPCE-D (5)               DELIMITED BY SIZE
                           INTO    WS-PAYLOAD
               WHEN    '4'
                   STRING  WS-UPCE-NS                  DELIMITED BY SIZE
                           WS-UPCE-D (1)               DELIMITED BY SIZE
                           WS-UPCE-D (2)               DELIMITED BY SIZE
                           WS-UPCE-D (3)               DELIMITED BY SIZE
                           WS-UPCE-D (4)               DELIMITED BY SIZE
                           '00000'                     DELIMITED BY SIZE
                           WS-UPCE-D (5)               DELIMITED BY SIZE
                           INTO    WS-PAYLOAD
               WHEN    OTHER
                   STRING  WS-UPCE-NS                  DELIMITED BY SIZE
                           WS-UPCE-D (1)               DELIMITED BY SIZE
                           WS-UPCE-D (2)               DELIMITED BY SIZE
                           WS-UPCE-D (3)               DELIMITED BY SIZE
                           WS-UPCE-D (4)               DELIMITED BY SIZE
                           WS-UPCE-D (5)               DELIMITED BY SIZE
                           '0000'                      DELIMITED BY SIZE
                           WS-UPCE-D (6)               DELIMITED BY SIZE
                           INTO    WS-PAYLOAD
           END-EVALUATE.

       330-COMPUTE-CHECK   SECTION.
           MOVE    0               TO  WS-CD-SUM.
           PERFORM VARYING WS-SUB  FROM    1   BY  1
                   UNTIL   WS-SUB  >   WS-CALC-LEN
               COMPUTE WS-CD-POS   =   WS-CALC-LEN -   WS-SUB
               DIVIDE  WS-CD-POS       BY  2
                       GIVING  WS-CD-QUOT  REMAINDER   WS-CD-REM
               IF      WS-CD-REM       =   0
                   COMPUTE WS-CD-SUM   =   WS-CD-SUM
                                       +   WS-PAYLOAD-DIGIT (WS-SUB)
                                       *   3
               ELSE
                   ADD     WS-PAYLOAD-DIGIT (WS-SUB)   TO  WS-CD-SUM
               END-IF
           END-PERFORM.
           DIVIDE  WS-CD-SUM       BY  10
                   GIVING  WS-CD-QUOT  REMAINDER   WS-CD-REM.
           IF      WS-CD-REM       =   0
               MOVE    0               TO  WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT  =   10  -   WS-CD-REM
           END-IF.
