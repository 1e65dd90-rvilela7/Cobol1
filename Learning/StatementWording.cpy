      *> Statement headings and labels by language. English is the
      *> first entry and is used for any language not in the table.
       01 WS-WORDING-VALUES.
           02 FILLER PIC XX VALUE "EN".
           02 FILLER PIC X(23) VALUE "Customer Statement for ".
           02 FILLER PIC X(34) VALUE
               "Consolidated Family Statement for ".
           02 FILLER PIC X(8) VALUE "Account ".
           02 FILLER PIC X(20) VALUE "Accounts in family  ".
           02 FILLER PIC X(16) VALUE "Customer ID ... ".
           02 FILLER PIC X(20) VALUE "Opening balance ... ".
           02 FILLER PIC X(20) VALUE "Interest charged .. ".
           02 FILLER PIC X(20) VALUE "Closing balance ... ".
           02 FILLER PIC X(20) VALUE "  of principal .... ".
           02 FILLER PIC X(20) VALUE "  of interest ..... ".
           02 FILLER PIC X(20) VALUE "  of fees ......... ".
           02 FILLER PIC X(30) VALUE "  (no activity this period)".
           02 FILLER PIC X(20) VALUE "Minimum payment ... ".
           02 FILLER PIC X(20) VALUE "Late fee if unpaid  ".
           02 FILLER PIC X(20) VALUE "Payment due by .... ".
           02 FILLER PIC X(44) VALUE
               "Payment plan - remaining installments:".
           02 FILLER PIC X(14) VALUE "  Installment ".
           02 FILLER PIC X(6) VALUE " due ".
           02 FILLER PIC X(30) VALUE "Invoices outstanding:".
           02 FILLER PIC X(6) VALUE " due  ".
           02 FILLER PIC X(11) VALUE "    Promo  ".
           02 FILLER PIC X(10) VALUE " balance  ".
           02 FILLER PIC X(24) VALUE " no interest if paid by ".
           02 FILLER PIC X(11) VALUE " - deferred".
           02 FILLER PIC X(20) VALUE "Rewards points .... ".
           02 FILLER PIC X(10) VALUE "  worth   ".
           02 FILLER PIC X(20) VALUE "Family balance .... ".
           02 FILLER PIC X(20) VALUE "Family minimum due  ".
           02 FILLER PIC XX VALUE "ES".
           02 FILLER PIC X(23) VALUE "Estado de cuenta para ".
           02 FILLER PIC X(34) VALUE
               "Estado consolidado familiar para ".
           02 FILLER PIC X(8) VALUE "Cuenta  ".
           02 FILLER PIC X(20) VALUE "Cuentas en familia  ".
           02 FILLER PIC X(16) VALUE "No. cliente ... ".
           02 FILLER PIC X(20) VALUE "Saldo inicial ..... ".
           02 FILLER PIC X(20) VALUE "Intereses cobrados  ".
           02 FILLER PIC X(20) VALUE "Saldo final ....... ".
           02 FILLER PIC X(20) VALUE "  de capital ...... ".
           02 FILLER PIC X(20) VALUE "  de intereses .... ".
           02 FILLER PIC X(20) VALUE "  de comisiones ... ".
           02 FILLER PIC X(30) VALUE "  (sin movimientos este mes)".
           02 FILLER PIC X(20) VALUE "Pago minimo ....... ".
           02 FILLER PIC X(20) VALUE "Recargo si impago   ".
           02 FILLER PIC X(20) VALUE "Pagar antes del ... ".
           02 FILLER PIC X(44) VALUE
               "Plan de pagos - cuotas pendientes:".
           02 FILLER PIC X(14) VALUE "  Cuota       ".
           02 FILLER PIC X(6) VALUE " vto.".
           02 FILLER PIC X(30) VALUE "Facturas pendientes:".
           02 FILLER PIC X(6) VALUE " vto. ".
           02 FILLER PIC X(11) VALUE "    Promo  ".
           02 FILLER PIC X(10) VALUE " saldo    ".
           02 FILLER PIC X(24) VALUE " sin interes si paga al ".
           02 FILLER PIC X(11) VALUE " - diferido".
           02 FILLER PIC X(20) VALUE "Puntos acumulados . ".
           02 FILLER PIC X(10) VALUE "  valor   ".
           02 FILLER PIC X(20) VALUE "Saldo familiar .... ".
           02 FILLER PIC X(20) VALUE "Minimo familiar ... ".
       01 WS-WORDING-TABLE REDEFINES WS-WORDING-VALUES.
           02 WS-WORDING-ENTRY OCCURS 2 TIMES.
               03 WS-WORDING-LANGUAGE PIC XX.
               03 WS-WORDING-TEXT PIC X(537).
       01 WS-WORDING-COUNT PIC 9 VALUE 2.
       01 WS-WORDING-IDX PIC 9.
       01 WS-WORDING-PICK PIC 9.

       01 WS-STMT-WORDING.
           02 WS-SW-STMT-TITLE PIC X(23).
           02 WS-SW-FAMILY-TITLE PIC X(34).
           02 WS-SW-ACCOUNT PIC X(8).
           02 WS-SW-FAMILY-COUNT PIC X(20).
           02 WS-SW-CUSTOMER-ID PIC X(16).
           02 WS-SW-OPENING PIC X(20).
           02 WS-SW-INTEREST PIC X(20).
           02 WS-SW-CLOSING PIC X(20).
           02 WS-SW-OF-PRINCIPAL PIC X(20).
           02 WS-SW-OF-INTEREST PIC X(20).
           02 WS-SW-OF-FEES PIC X(20).
           02 WS-SW-NO-ACTIVITY PIC X(30).
           02 WS-SW-MINIMUM PIC X(20).
           02 WS-SW-LATE-FEE PIC X(20).
           02 WS-SW-PAY-BY PIC X(20).
           02 WS-SW-PLAN-HEAD PIC X(44).
           02 WS-SW-INSTALLMENT PIC X(14).
           02 WS-SW-PLAN-DUE PIC X(6).
           02 WS-SW-DUE-HEAD PIC X(30).
           02 WS-SW-DUE PIC X(6).
           02 WS-SW-PROMO PIC X(11).
           02 WS-SW-PROMO-BALANCE PIC X(10).
           02 WS-SW-PROMO-NO-INTEREST PIC X(24).
           02 WS-SW-PROMO-DEFERRED PIC X(11).
           02 WS-SW-POINTS PIC X(20).
           02 WS-SW-WORTH PIC X(10).
           02 WS-SW-FAMILY-BALANCE PIC X(20).
           02 WS-SW-FAMILY-MINIMUM PIC X(20).
