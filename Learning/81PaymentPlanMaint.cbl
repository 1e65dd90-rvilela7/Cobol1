       01 WS-PLAN-FOUND PIC X VALUE 'N'.
           88 WS-PLAN-ON-FILE VALUE 'Y'.
       01 WS-PLAN-IDNUM PIC 9(7).
       01 WS-CV-PROGRAM PIC X(20) VALUE "PaymentPlanMaint".
       01 WS-CV-IDNUM PIC 9(7).
       01 WS-CV-RESULT PIC X.
           88 WS-CV-VERIFIED VALUE 'Y'.
       01 WS-CV-PERMISSION PIC X.
           88 WS-CV-PERMIT-INQUIRY VALUE 'I'.
       01 WS-TODAY-AREA.
           02 WS-TD-DATE PIC 9(8).
           02 FILLER PIC X(13).
           ELSE IF CUST-INACTIVE
               DISPLAY "Customer " WS-PLAN-IDNUM " is inactive - no "
                   "plan set up"
           ELSE
               PERFORM 2050-VERIFY-CALLER
           END-IF.

      *> A plan is an arrangement on the caller's word, so the caller
      *> must pass the identity questions and, when it is not the
      *> owner, hold an authorization that allows arrangements.
       2050-VERIFY-CALLER.
           MOVE WS-PLAN-IDNUM TO WS-CV-IDNUM
           CALL 'CallerVerify' USING WS-CV-PROGRAM, WS-CV-IDNUM,
               WS-CV-RESULT, WS-CV-PERMISSION
           IF NOT WS-CV-VERIFIED
               DISPLAY "Caller not verified - no plan set up for "
                   "customer " WS-PLAN-IDNUM
           ELSE IF WS-CV-PERMIT-INQUIRY
               DISPLAY "Caller is authorized for inquiry only - no "
                   "plan set up for customer " WS-PLAN-IDNUM
           ELSE
               PERFORM 2100-CAPTURE-PLAN-TERMS
           END-IF.
