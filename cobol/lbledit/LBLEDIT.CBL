       FILE                SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           COPY    "LABELREQ.INC".
       FD  DRIVER-FILE.
       01  DRIVER-REC.
           COPY    "LABELREQ.INC"  REPLACING    LEADING  ==REQ==
                                   BY           ==DRV==.
       FD  TEST01-FILE.
       01  TEST01-REC.
           COPY    "TEST01.INC".
       01  REJECT-REC              PIC X(132).
       SD  SORT-FILE.
       01  SORT-REC.
           COPY    "LABELREQ.INC"  REPLACING    LEADING  ==REQ==
                                   BY           ==SRT==.
       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           03  SUMMARY-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
         COPY    "SYMEDIT.INC".
       01  REQ-STATUS              PIC X(02).
       01  DRV-STATUS              PIC X(02).
       01  STS-TEST01              PIC X(02).
           03  HDR-DATE            PIC 9(08).
           03  FILLER              PIC X(77)   VALUE SPACES.
       01  HDR-REJ-COLS.
           03  FILLER              PIC X(48)
               VALUE '  TYPE  REQUESTED ID          DEPT    RC  REASON'.
           03  FILLER              PIC X(84)   VALUE SPACES.
       01  DTL-REJ-LINE.
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-REJ-TYPE        PIC X(02).
           03  FILLER              PIC X(04)   VALUE SPACES.
           03  DTL-REJ-ID          PIC X(20).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-REJ-DEPT        PIC X(06).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-REJ-RC          PIC X(02).
           03  FILLER              PIC X(02)   VALUE SPACES.
           03  DTL-REJ-REASON      PIC X(30).
           03  FILLER              PIC X(60)   VALUE SPACES.
       01  MSG-NO-REJECTS.
           03  FILLER              PIC X(132)
               VALUE '  NO REQUESTS REJECTED THIS RUN'.
           SORT    SORT-FILE
                   ON  ASCENDING KEY   SRT-LABEL-TYPE
                                       SRT-ID
                   WITH    DUPLICATES  IN  ORDER
                   INPUT   PROCEDURE   IS  100-EDIT-REQUESTS
                   OUTPUT  PROCEDURE   IS  200-WRITE-DRIVER.
           IF      WS-REQS-REJECTED    =   0
               PERFORM 130-CHECK-CONTROL
           END-IF.
           IF      EDIT-PASSED
               PERFORM 137-CHECK-REQUESTER
           END-IF.
           IF      EDIT-PASSED
               MOVE    REQUEST-REC     TO  SORT-REC
               RELEASE SORT-REC
           ELSE
               PERFORM 140-WRITE-REJECT
                                               TO  WS-REJECT-REASON
                       SET     EDIT-FAILED     TO  TRUE
                   NOT INVALID KEY
                       PERFORM 135-CHECK-CONTENT
               END-READ
           END-IF.

       135-CHECK-CONTENT   SECTION.
           MOVE    CTL-SYMBOLOGY   TO  SE-SYMBOLOGY.
           MOVE    REQ-ID          TO  SE-DATA.
           CALL    'SYMEDIT'       USING   SE-SET.
           IF      NOT SE-CONTENT-OK
               MOVE    SE-REASON       TO  WS-REJECT-REASON
               SET     EDIT-FAILED     TO  TRUE
           END-IF.

       137-CHECK-REQUESTER SECTION.
           EVALUATE    TRUE
               WHEN    REQ-DEPT        =   SPACES
                   MOVE    'DEPARTMENT MISSING'    TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               WHEN    REQ-DEPT        =   'SYSTEM'
                   MOVE    'DEPARTMENT SYSTEM IS RESERVED'
                                               TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               WHEN    REQ-REQUESTER   =   SPACES
                   MOVE    'REQUESTER ID MISSING'  TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
               WHEN    NOT REQ-REASON-VALID
                   MOVE    'REASON CODE INVALID'   TO  WS-REJECT-REASON
                   SET     EDIT-FAILED             TO  TRUE
           END-EVALUATE.

       140-WRITE-REJECT    SECTION.
           MOVE    REQ-LABEL-TYPE      TO  DTL-REJ-TYPE.
           MOVE    REQ-ID              TO  DTL-REJ-ID.
           MOVE    REQ-DEPT            TO  DTL-REJ-DEPT.
           MOVE    REQ-REASON          TO  DTL-REJ-RC.
           MOVE    WS-REJECT-REASON    TO  DTL-REJ-REASON.
           WRITE   REJECT-REC      FROM    DTL-REJ-LINE.
           MOVE    REJ-STATUS              TO  WS-CHECK-STATUS.
               AND SRT-ID          =   WS-PREV-ID
               ADD     1               TO  WS-REQS-DUPS
           ELSE
               MOVE    SORT-REC        TO  DRIVER-REC
               WRITE   DRIVER-REC
               MOVE    DRV-STATUS              TO  WS-CHECK-STATUS
               MOVE    'DRIVER-FILE'           TO  WS-CHECK-FILE-NAME
