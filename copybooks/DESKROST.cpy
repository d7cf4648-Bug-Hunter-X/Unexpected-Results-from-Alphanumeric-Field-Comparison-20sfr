      *>----------------------------------------------------------------
      *> DESKROST - exception desk roster record (one 80-byte record
      *>            per operator, or per operator per key range).
      *>            WORKASGN hands the unowned open exceptions on the
      *>            exception master (EXCPKSD) to the operators listed
      *>            here; REASSIGN checks the target of a move against
      *>            it.
      *>
      *>  Cols  1- 8 DK-OPERATOR-ID  the operator's user ID, as DISPOSE
      *>                             sees it in the USER environment
      *>                             variable
      *>  Cols  9-16 DK-RECON-ID     key range applies to this RECONREG
      *>                             reconciliation only (spaces = any
      *>                             reconciliation)
      *>  Cols 17-26 DK-KEY-LOW      lowest record key of the operator's
      *>                             range (spaces = from the start)
      *>  Cols 27-36 DK-KEY-HIGH     highest record key of the range
      *>                             (spaces = to the end); a card with
      *>                             both bounds blank carries no range
      *>                             and only puts the operator in the
      *>                             round-robin pool
      *>  Col  37    DK-DESK-STATUS  blank or Y = on the desk and taking
      *>                             new work; N = out (nothing new is
      *>                             assigned - a supervisor moves the
      *>                             existing queue with REASSIGN)
      *>  Cols 38-80 FILLER
      *>
      *> An operator may appear on several cards, one per range; the
      *> first card whose range covers a key wins.
      *>----------------------------------------------------------------
       01  DESK-ROSTER-RECORD.
           05  DK-OPERATOR-ID          PIC X(08).
           05  DK-RECON-ID             PIC X(08).
           05  DK-KEY-LOW              PIC X(10).
           05  DK-KEY-HIGH             PIC X(10).
           05  DK-DESK-STATUS          PIC X(01).
               88  DK-ON-DESK              VALUE "Y" " ".
               88  DK-OUT                  VALUE "N".
           05  FILLER                  PIC X(43).
