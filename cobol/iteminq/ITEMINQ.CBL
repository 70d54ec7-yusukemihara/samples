           SELECT  AUDIT-LOG-FILE  ASSIGN  "AUDITLOG"
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  AUD-STATUS.
           SELECT  ITMHIST-FILE    ASSIGN  "ITMHIST"
                                   ORGANIZATION    IS  INDEXED
                                   ACCESS  MODE    IS  DYNAMIC
                                   RECORD  KEY     IS  IHS-ID
                                   FILE    STATUS  IS  IHS-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  TEST01-FILE.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-REC.
           COPY    "AUDITLOG.INC".
       FD  ITMHIST-FILE.
       01  ITMHIST-REC.
           COPY    "ITMHIST.INC".
       WORKING-STORAGE     SECTION.
       01  STS-TEST01              PIC X(02).
       01  CTL-STATUS              PIC X(02).
       01  AUD-STATUS              PIC X(02).
       01  IHS-STATUS              PIC X(02).
       01  WS-COMMAND              PIC X(32).
       01  WS-CURRENT-KEY          PIC X(10)   VALUE SPACES.
       01  WS-SEARCH-MODE          PIC X(01).
               05  WS-EVT-DATE     PIC 9(08).
               05  WS-EVT-TIME     PIC 9(08).
       01  WS-SUB                  PIC 9(02)   VALUE 0.
       01  WS-HIST-KEY             PIC X(10).
       01  WS-ASOF-ARG             PIC X(08).
       01  WS-ASOF-DATE            PIC 9(08).
       01  WS-HIST-CNT             PIC 9(04)   VALUE 0.
       01  WS-ASOF-ACTION          PIC X(01).
       01  WS-ASOF-CHG-DATE        PIC 9(08).
       01  WS-ASOF-DATA            PIC X(70).
       01  WS-HIST-IMAGE.
           COPY    "TEST01.INC"   REPLACING    LEADING  ==TEST01==
                                  BY           ==HIMG==.
       01  WS-CHECK-STATUS         PIC X(02).
       01  WS-CHECK-FILE-NAME      PIC X(16).
       01  WS-SWITCHES.
           03  WS-MATCH-IND        PIC X(01)   VALUE 'N'.
               88  RECORD-MATCHES              VALUE 'Y'.
               88  RECORD-NO-MATCH             VALUE 'N'.
           03  WS-IHS-AVAIL        PIC X(01)   VALUE 'N'.
               88  IHS-AVAILABLE               VALUE 'Y'.
               88  IHS-NOT-AVAILABLE           VALUE 'N'.
           03  WS-EOF-HIST         PIC X(01)   VALUE 'N'.
               88  EOF-HIST                    VALUE 'Y'.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN            SECTION.
           ELSE
               SET     CTL-NOT-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   ITMHIST-FILE.
           IF      IHS-STATUS      =   '00'
               SET     IHS-AVAILABLE       TO  TRUE
           ELSE
               SET     IHS-NOT-AVAILABLE   TO  TRUE
           END-IF.
           DISPLAY 'ITEM INQUIRY - ENTER KEY, N=NEXT, P=PRIOR, X=EXIT'.
           DISPLAY '  D TEXT=DESC SEARCH, L TT=LABEL TYPE LIST,'
                   ' S X=STATUS LIST'.
           DISPLAY '  H KEY [YYYYMMDD]=CHANGE TRAIL, ITEM AS OF DATE'.
           PERFORM UNTIL   INQUIRY-DONE
               DISPLAY 'INQUIRY> '    WITH NO ADVANCING
               MOVE    SPACES          TO  WS-COMMAND
                   WHEN    WS-COMMAND (1:2)    =   's '
                       MOVE    'S'             TO  WS-SEARCH-MODE
                       PERFORM 300-SEARCH-ITEMS
                   WHEN    WS-COMMAND (1:2)    =   'H '
                   WHEN    WS-COMMAND (1:2)    =   'h '
                       PERFORM 400-SHOW-HISTORY
                   WHEN    OTHER
                       PERFORM 110-READ-BY-KEY
               END-EVALUATE
           IF      CTL-AVAILABLE
               CLOSE   CONTROL-FILE
           END-IF.
           IF      IHS-AVAILABLE
               CLOSE   ITMHIST-FILE
           END-IF.
           STOP    RUN.

       110-READ-BY-KEY     SECTION.
               END-READ
           END-IF.

       400-SHOW-HISTORY    SECTION.
           MOVE    SPACES          TO  WS-HIST-KEY.
           MOVE    SPACES          TO  WS-ASOF-ARG.
           UNSTRING    WS-COMMAND (3:30)   DELIMITED BY ALL SPACE
                   INTO    WS-HIST-KEY
                           WS-ASOF-ARG.
           EVALUATE    TRUE
               WHEN    IHS-NOT-AVAILABLE
                   DISPLAY 'CHANGE HISTORY NOT AVAILABLE'
               WHEN    WS-HIST-KEY     =   SPACES
                   DISPLAY 'ITEM KEY MISSING'
               WHEN    WS-ASOF-ARG     =   SPACES
                   MOVE    99999999        TO  WS-ASOF-DATE
                   PERFORM 410-LIST-TRAIL
               WHEN    WS-ASOF-ARG     IS  NUMERIC
                   MOVE    WS-ASOF-ARG     TO  WS-ASOF-DATE
                   PERFORM 410-LIST-TRAIL
               WHEN    OTHER
                   DISPLAY 'AS-OF DATE MUST BE YYYYMMDD'
           END-EVALUATE.

       410-LIST-TRAIL      SECTION.
           MOVE    0               TO  WS-HIST-CNT.
           MOVE    SPACES          TO  WS-ASOF-ACTION.
           MOVE    0               TO  WS-ASOF-CHG-DATE.
           MOVE    SPACES          TO  WS-ASOF-DATA.
           MOVE    'N'             TO  WS-EOF-HIST.
           MOVE    LOW-VALUES      TO  IHS-ID.
           MOVE    WS-HIST-KEY     TO  IHS-KEY.
           START   ITMHIST-FILE    KEY NOT <   IHS-ID
               INVALID KEY
                   SET     EOF-HIST        TO  TRUE
           END-START.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CHANGE TRAIL FOR ' WS-HIST-KEY ' (OLDEST FIRST):'.
           PERFORM UNTIL   EOF-HIST
               READ    ITMHIST-FILE    NEXT    RECORD
                   AT  END
                       SET     EOF-HIST        TO  TRUE
                   NOT AT END
                       IF      IHS-KEY     NOT =   WS-HIST-KEY
                           SET     EOF-HIST        TO  TRUE
                       ELSE
                           PERFORM 420-SHOW-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           IF      WS-HIST-CNT     =   0
               DISPLAY '  NO CHANGES ON FILE'
           ELSE
               PERFORM 430-SHOW-AS-OF
           END-IF.

       420-SHOW-CHANGE     SECTION.
           ADD     1               TO  WS-HIST-CNT.
           DISPLAY '  ' IHS-DATE ' ' IHS-TIME
                   ' ' IHS-ACTION
                   ' FROM ' IHS-SOURCE
                   ' BY '   IHS-PROGRAM.
           IF      NOT IHS-ADD
               MOVE    IHS-BEFORE      TO  HIMG-DATA
               DISPLAY '    BEFORE: ' HIMG-DESC
                       ' ST ' HIMG-STATUS
                       ' LT ' HIMG-LABEL-TYPE
                       ' UOM ' HIMG-UOM
           END-IF.
           IF      NOT IHS-DELETE
               MOVE    IHS-AFTER       TO  HIMG-DATA
               DISPLAY '    AFTER : ' HIMG-DESC
                       ' ST ' HIMG-STATUS
                       ' LT ' HIMG-LABEL-TYPE
                       ' UOM ' HIMG-UOM
           END-IF.
           IF      IHS-DATE        NOT >   WS-ASOF-DATE
               MOVE    IHS-ACTION      TO  WS-ASOF-ACTION
               MOVE    IHS-DATE        TO  WS-ASOF-CHG-DATE
               MOVE    IHS-AFTER       TO  WS-ASOF-DATA
           ELSE
               IF      WS-ASOF-ACTION  =   SPACES
                   AND NOT IHS-ADD
                   MOVE    'B'             TO  WS-ASOF-ACTION
                   MOVE    IHS-DATE        TO  WS-ASOF-CHG-DATE
                   MOVE    IHS-BEFORE      TO  WS-ASOF-DATA
               END-IF
           END-IF.

       430-SHOW-AS-OF      SECTION.
           IF      WS-ASOF-DATE    =   99999999
               DISPLAY 'ITEM AS OF LATEST CHANGE:'
           ELSE
               DISPLAY 'ITEM AS OF ' WS-ASOF-DATE ':'
           END-IF.
           EVALUATE    WS-ASOF-ACTION
               WHEN    SPACES
                   DISPLAY '  NOT YET ON THE MASTER'
               WHEN    'D'
                   DISPLAY '  DELETED ON ' WS-ASOF-CHG-DATE
               WHEN    'B'
                   MOVE    WS-ASOF-DATA    TO  HIMG-DATA
                   DISPLAY '  DESCRIPTION : ' HIMG-DESC
                   DISPLAY '  STATUS      : ' HIMG-STATUS
                   DISPLAY '  LABEL TYPE  : ' HIMG-LABEL-TYPE
                   DISPLAY '  UOM         : ' HIMG-UOM
                   DISPLAY '  BEFORE FIRST RECORDED CHANGE ON '
                           WS-ASOF-CHG-DATE
               WHEN    OTHER
                   MOVE    WS-ASOF-DATA    TO  HIMG-DATA
                   DISPLAY '  DESCRIPTION : ' HIMG-DESC
                   DISPLAY '  STATUS      : ' HIMG-STATUS
                   DISPLAY '  LABEL TYPE  : ' HIMG-LABEL-TYPE
                   DISPLAY '  UOM         : ' HIMG-UOM
                   DISPLAY '  LAST CHANGE : ' WS-ASOF-CHG-DATE
           END-EVALUATE.

       900-CHECK-STATUS    SECTION.
           IF      WS-CHECK-STATUS     NOT =   '00'
               DISPLAY 'FILE ERROR ON ' WS-CHECK-FILE-NAME
