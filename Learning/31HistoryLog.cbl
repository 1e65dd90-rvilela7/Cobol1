               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               FILE STATUS IS WS-HF-STATUS.

       DATA DIVISION.
       01 WS-CURRENT-DATE.
           02 WS-CD-DATE PIC 9(8).
           02 FILLER PIC X(13).
       01 WS-PERIOD-ACTION PIC X VALUE 'D'.
       01 WS-PERIOD-REF PIC X(12).
       01 WS-PERIOD-RESULT PIC X.

       LINKAGE SECTION.
           01 LK-IDNUM PIC 9(7).
           END-IF
           EXIT PROGRAM.

      *> A movement made after its month has been closed is dated
      *> into the first open month so the closed figures stand.
       1000-BUILD-MOVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE LK-IDNUM TO WS-PERIOD-REF
           CALL 'PeriodCheck' USING WS-PERIOD-ACTION, LK-PROGRAM,
               WS-PERIOD-REF, WS-CD-DATE, WS-PERIOD-RESULT
           MOVE LK-IDNUM TO HIST-IDNUM
           MOVE WS-CD-DATE TO HIST-DATE
           MOVE 1 TO HIST-SEQ
