           88 WS-INTERACTIVE-MODE VALUE 'I'.
       01 WS-SCRIPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-SCRIPT-OPEN VALUE 'Y'.
       01 WS-PROMPT-UPPER PIC X(60).
       01 WS-SECRET-COUNT PIC 99 COMP-3.

       LINKAGE SECTION.
           01 LK-PROMPT-TEXT PIC X(60).
                   MOVE "*EOF" TO LK-REPLY
               NOT AT END
                   MOVE SCRIPTLINE TO LK-REPLY
                   PERFORM 2100-ECHO-SCRIPT-REPLY
           END-READ.

      *> Scripted answers are echoed so the run can be followed, but
      *> never a password.
       2100-ECHO-SCRIPT-REPLY.
           MOVE FUNCTION UPPER-CASE(LK-PROMPT-TEXT) TO WS-PROMPT-UPPER
           MOVE ZERO TO WS-SECRET-COUNT
           INSPECT WS-PROMPT-UPPER TALLYING WS-SECRET-COUNT
               FOR ALL "PASSWORD"
           IF WS-SECRET-COUNT > ZERO
               DISPLAY FUNCTION TRIM(LK-PROMPT-TEXT) " : ********"
           ELSE
               DISPLAY FUNCTION TRIM(LK-PROMPT-TEXT) " : "
                   FUNCTION TRIM(LK-REPLY)
           END-IF.

       3000-ASK-OPERATOR.
           DISPLAY FUNCTION TRIM(LK-PROMPT-TEXT) " "
               WITH NO ADVANCING
