               88 LK-ADD-XREF VALUE 'A'.
               88 LK-CHECK-XREF VALUE 'C'.
               88 LK-DELETE-XREF VALUE 'D'.
               88 LK-FIND-XREF VALUE 'F'.
           01 LK-SSN PIC 9(9).
           01 LK-IDNUM PIC 9(7).
           01 LK-RESULT PIC X.
                   " - cross-reference unavailable"
               SET LK-XREF-FAILED TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN LK-ADD-XREF
                       PERFORM 1000-ADD-ENTRY
                   WHEN LK-CHECK-XREF
                       PERFORM 2000-CHECK-SHARED
                   WHEN LK-DELETE-XREF
                       PERFORM 3000-DELETE-ENTRY
                   WHEN LK-FIND-XREF
                       PERFORM 4000-FIND-OTHER-ACCOUNT
               END-EVALUATE
               CLOSE XREFFILE
           END-IF
           EXIT PROGRAM.
                   END-DELETE
           END-READ
           SET LK-XREF-DONE TO TRUE.

      *> As the shared check, but hands back the other account
      *> holding the SSN in LK-IDNUM so the caller can look at it.
       4000-FIND-OTHER-ACCOUNT.
           PERFORM 2000-CHECK-SHARED
           IF LK-SSN-SHARED
               MOVE XRF-IDNUM TO LK-IDNUM
           END-IF.
