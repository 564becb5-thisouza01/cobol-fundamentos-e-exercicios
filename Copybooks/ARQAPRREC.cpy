      ******************************************************************
      * Copybook: ARQAPRREC
      * Purpose:  Approval queue record for the ARQAPR file. Every
      *           add, change or deactivation keyed in ARQINQ lands
      *           here instead of going straight to ARQCAD: the date
      *           and time it was keyed, the operator who keyed it
      *           (maker), the action, and the cadastro record as it
      *           was (blank on an add) and as it would become. A
      *           supervisor reviews the queue in ARQINQ; approval
      *           applies and journals the change, rejection only
      *           closes the item. Decided items, with the decision,
      *           the checker id and the decision date, are moved to
      *           the ARQAPH history file (same layout) when the
      *           review rewrites the queue; ARQAPH is the audit
      *           trail, ARQAPR holds only the pending items.
      ******************************************************************
       01  ARQ-APR-REC.
           05 APR-ENTRY-DATE        PIC X(08).
           05 APR-ENTRY-TIME        PIC X(06).
           05 APR-MAKER-ID          PIC X(08).
           05 APR-ACTION            PIC X.
              88 APR-ACT-ADD               VALUE 'A'.
              88 APR-ACT-CHANGE            VALUE 'C'.
              88 APR-ACT-DELETE            VALUE 'D'.
           05 APR-STATUS            PIC X.
              88 APR-PENDING               VALUE 'P'.
              88 APR-APPROVED              VALUE 'A'.
              88 APR-REJECTED              VALUE 'R'.
           05 APR-CHECKER-ID        PIC X(08).
           05 APR-DECISION-DATE     PIC X(08).
           05 APR-BEFORE-IMAGE      PIC X(147).
           05 APR-AFTER-IMAGE       PIC X(147).
