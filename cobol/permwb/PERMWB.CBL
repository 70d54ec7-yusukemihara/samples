           03  PRM-MESSAGE         PIC X(34).
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           COPY    "LABELREQ.INC".
       FD  WRITEOFF-FILE.
       01  WRITEOFF-REC.
           03  WOF-DATE            PIC 9(08).
       01  WS-START-DATE           PIC 9(08).
       01  WS-START-TIME           PIC 9(08).
       01  WS-OPERATOR             PIC X(08).
       01  WS-DEPT                 PIC X(06).
       01  WS-COMMAND              PIC X(10).
       01  WS-PICK                 PIC X(03).
       01  WS-PICK-NUM             PIC 9(03)   VALUE 0.
               DISPLAY 'OPERATOR ID> '   WITH NO ADVANCING
               ACCEPT  WS-OPERATOR
           END-PERFORM.
           MOVE    SPACES          TO  WS-DEPT.
           PERFORM UNTIL   WS-DEPT         NOT =   SPACES
               DISPLAY 'CHARGE DEPARTMENT> '    WITH NO ADVANCING
               ACCEPT  WS-DEPT
               IF      WS-DEPT         =   'SYSTEM'
                   DISPLAY 'DEPARTMENT SYSTEM IS RESERVED'
                   MOVE    SPACES          TO  WS-DEPT
               END-IF
           END-PERFORM.
           PERFORM 050-LOAD-PERMFAIL.
           IF      WS-PF-CNT       =   0
               DISPLAY 'NO PERMANENT FAILURES ON FILE'
       230-WRITE-REQUEST   SECTION.
           MOVE    WS-PF-TYPE (WS-PICK-NUM)    TO  REQ-LABEL-TYPE.
           MOVE    WS-PF-DATA (WS-PICK-NUM) (1:20) TO  REQ-ID.
           MOVE    WS-DEPT         TO  REQ-DEPT.
           MOVE    WS-OPERATOR     TO  REQ-REQUESTER.
           MOVE    'RQ'            TO  REQ-REASON.
           WRITE   REQUEST-REC.
           MOVE    REQ-STATUS              TO  WS-CHECK-STATUS.
           MOVE    'REQUEST-FILE'          TO  WS-CHECK-FILE-NAME.
