      *>----------------------------------------------------------------
      *> PROGRAM:  EXPOSRPT
      *>
      *> Financial exposure of the open exceptions. AGERPT says how
      *> many exceptions are open and for how long; this report says
      *> how much money is involved. One keyed sweep of the exception
      *> master (EXCPKSD) values every exception still open (O) or
      *> sent for fix (N): the AMOUNT and BRANCH fields are pulled out
      *> of the stored old and new values using the reconciliation's
      *> FLDDEFS layout (member from its RECONREG entry), and the
      *> old-minus-new amount difference is totalled by branch and by
      *> age bucket (1 day, 2-5, 6-30, over 30 days, aged off the run
      *> that first found the break open, as AGERPT ages).
      *>
      *> The largest individual breaks are listed first, biggest
      *> absolute difference at the top, with the operator whose
      *> queue each sits in: that list is the desk's work-first list.
      *> Every exception is also classed as an AMOUNT break (the
      *> amount differs), a break with the amount in agreement (a
      *> STATUS-CODE or other non-money difference), or not valued,
      *> so a large money break is never worked after a cosmetic one
      *> by accident.
      *>
      *> What the stored values hold depends on how the break was
      *> compared:
      *>   - whole-payload compare (no FLDDEFS cards compared for the
      *>     member): the values are the two payloads, and both
      *>     fields are cut out of them at their FLDDEFS columns;
      *>   - field-level compare: the values are the last differing
      *>     field's. When that field is the amount field the two
      *>     amounts are its values; any other field means the amount
      *>     compared equal (or differed on an earlier card - keep the
      *>     amount card LAST in the member so the master carries it
      *>     whenever it differs). The branch is known only when the
      *>     branch field itself is the break; otherwise the exception
      *>     totals under (NOT HELD).
      *> Half of a probable re-keyed account (REKEYCHK, linked to
      *> its partner by XK-LINKED-KEY) holds the two payloads
      *> whichever compare the member uses, so both fields are cut
      *> out of them at their FLDDEFS columns. Both halves carry the
      *> same pair of payloads: the OLD-ONLY half is valued and its
      *> NEW-ONLY partner passed over, so the pair counts once.
      *> A reconciliation whose member defines no amount field is
      *> not valued at all; an amount that is defined but not a
      *> number is counted as UNREADABLE and sets RC 4.
      *>
      *> One exposure record per reconciliation reported is appended
      *> to the run history (RUNHIST, RH-EXPOSURE-RECORD) so TRENDRPT
      *> can show whether the money at risk is growing.
      *>
      *> Return codes:  0 = report produced
      *>                4 = report produced, one or more amounts
      *>                    could not be read (counted)
      *>               16 = the exception master could not be opened
      *>----------------------------------------------------------------
       >>SOURCE FORMAT FREE
      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSRPT.
       AUTHOR. RECONCILIATION-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT RECON-REGISTRY-FILE ASSIGN TO "RECONREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT FIELD-DEFN-FILE ASSIGN TO "FLDDEFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLD-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT EXPOSURE-REPORT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-FILE-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.

       FD  RECON-REGISTRY-FILE.
       COPY RECONREG.

       FD  FIELD-DEFN-FILE.
       COPY FLDDEF.

       FD  RUN-HISTORY-FILE.
       COPY RUNHIST.

       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-LINE        PIC X(132).

       FD  CONTROL-CARD-FILE.
       COPY EXPCARD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXC-FILE-STATUS      PIC X(02).
           05  WS-REG-FILE-STATUS      PIC X(02).
           05  WS-FLD-FILE-STATUS      PIC X(02).
           05  WS-HIST-FILE-STATUS     PIC X(02).
           05  WS-EXP-FILE-STATUS      PIC X(02).
           05  WS-CTL-FILE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EXC-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EXC-EOF              VALUE "Y".
           05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND          VALUE "Y".
           05  WS-AMOUNT-OK-SW         PIC X(01) VALUE "N".
               88  WS-AMOUNT-OK            VALUE "Y".
           05  WS-RANKED-SW            PIC X(01) VALUE "N".
               88  WS-RANKED               VALUE "Y".
           05  WS-BREAK-TYPE           PIC X(01) VALUE SPACE.
               88  WS-AMOUNT-BREAK         VALUE "A".
               88  WS-AMOUNT-AGREES        VALUE "E".
               88  WS-NO-AMOUNT-FIELD      VALUE "F".
               88  WS-AMOUNT-UNREADABLE    VALUE "U".

       01  WS-COUNTERS.
           05  WS-EXCEPTION-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-AMOUNT-BREAK-COUNT   PIC 9(09) VALUE ZERO.
           05  WS-AMOUNT-AGREES-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-NO-AMOUNT-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-UNREADABLE-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-REKEY-PARTNER-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-HISTORY-WRITTEN      PIC 9(05) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-GROSS          PIC 9(13)V99 VALUE ZERO.
           05  WS-GRAND-NET            PIC S9(13)V99 VALUE ZERO.

      *> FLDDEFS member of each registered reconciliation.
       01  WS-REGISTRY-DEFNS.
           05  WS-REG-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-REG-TABLE OCCURS 100 TIMES.
               10  WS-RG-RECON-ID      PIC X(08).
               10  WS-RG-MEMBER        PIC X(08).

      *> Per FLDDEFS member: whether RECONCIL compares it field by
      *> field (any card not excluded), and where the amount and
      *> branch fields sit in the payload (zero start = not defined).
       01  WS-MEMBER-DEFNS.
           05  WS-MEMBER-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-MEMBER-TABLE OCCURS 100 TIMES.
               10  WS-MB-NAME          PIC X(08).
               10  WS-MB-COMPARED-COUNT
                                       PIC 9(03).
               10  WS-MB-AMT-START     PIC 9(05).
               10  WS-MB-AMT-LENGTH    PIC 9(05).
               10  WS-MB-BR-START      PIC 9(05).
               10  WS-MB-BR-LENGTH     PIC 9(05).

      *> Exposure per reconciliation, for the run-history records.
      *> The master is in reconciliation order, so each
      *> reconciliation's exceptions arrive together.
       01  WS-RECON-TOTALS.
           05  WS-RT-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-RT-TABLE OCCURS 100 TIMES.
               10  WS-RT-RECON-ID      PIC X(08).
               10  WS-RT-EXCEPTION-COUNT
                                       PIC 9(09).
               10  WS-RT-AMOUNT-BREAKS PIC 9(09).
               10  WS-RT-GROSS         PIC 9(13)V99.
               10  WS-RT-NET           PIC S9(13)V99.
               10  WS-RT-LARGEST       PIC 9(13)V99.
               10  WS-RT-OVER-5        PIC 9(13)V99.

      *> Exposure per branch, kept in branch order as entries are
      *> added. Branches past the table's capacity total under
      *> OTHER BRANCHES so the section still adds up.
       01  WS-BRANCH-TOTALS.
           05  WS-BR-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-BR-TABLE OCCURS 500 TIMES.
               10  WS-BR-ID            PIC X(10).
               10  WS-BR-EXCEPTIONS    PIC 9(07).
               10  WS-BR-AMOUNT-BREAKS PIC 9(07).
               10  WS-BR-GROSS         PIC 9(13)V99.
               10  WS-BR-NET           PIC S9(13)V99.
           05  WS-OTHER-BRANCH.
               10  WS-OB-EXCEPTIONS    PIC 9(07) VALUE ZERO.
               10  WS-OB-AMOUNT-BREAKS PIC 9(07) VALUE ZERO.
               10  WS-OB-GROSS         PIC 9(13)V99 VALUE ZERO.
               10  WS-OB-NET           PIC S9(13)V99 VALUE ZERO.

      *> Bucket 1 = 1 day, 2 = 2-5 days, 3 = 6-30 days, 4 = over 30.
       01  WS-AGE-TOTALS.
           05  WS-AB-TABLE OCCURS 4 TIMES.
               10  WS-AB-EXCEPTIONS    PIC 9(07).
               10  WS-AB-AMOUNT-BREAKS PIC 9(07).
               10  WS-AB-GROSS         PIC 9(13)V99.
               10  WS-AB-NET           PIC S9(13)V99.

      *> The largest breaks so far, biggest absolute difference
      *> first.
       01  WS-LARGEST-BREAKS.
           05  WS-LB-COUNT             PIC 9(02) VALUE ZERO.
           05  WS-LB-TABLE OCCURS 50 TIMES.
               10  WS-LB-RECON-ID      PIC X(08).
               10  WS-LB-KEY           PIC X(10).
               10  WS-LB-BRANCH        PIC X(10).
               10  WS-LB-AGE           PIC 9(05).
               10  WS-LB-STATUS        PIC X(01).
               10  WS-LB-OWNER         PIC X(08).
               10  WS-LB-FIELD         PIC X(20).
               10  WS-LB-OLD-AMOUNT    PIC S9(13)V99.
               10  WS-LB-NEW-AMOUNT    PIC S9(13)V99.
               10  WS-LB-DIFFERENCE    PIC S9(13)V99.
               10  WS-LB-ABS-DIFFERENCE
                                       PIC 9(13)V99.
       01  WS-LB-SWAP                  PIC X(122).

       01  WS-SUBSCRIPTS.
           05  WS-RX                   PIC 9(03) VALUE ZERO.
           05  WS-MX                   PIC 9(03) VALUE ZERO.
           05  WS-BX                   PIC 9(03) VALUE ZERO.
           05  WS-SHIFT-X              PIC 9(03) VALUE ZERO.
           05  WS-AX                   PIC 9(01) VALUE ZERO.
           05  WS-LX                   PIC 9(02) VALUE ZERO.

      *> The reconciliation the sweep is in, and its member entry
      *> (zero = no FLDDEFS cards for it at all).
       01  WS-CURRENT-RECON-ID         PIC X(08) VALUE HIGH-VALUES.
       01  WS-CURRENT-MX               PIC 9(03) VALUE ZERO.
       01  WS-CURRENT-RTX              PIC 9(03) VALUE ZERO.
       01  WS-LOOKUP-MEMBER            PIC X(08) VALUE SPACES.

       01  WS-LARGEST-LIMIT            PIC 9(02) VALUE ZERO.
       01  WS-SCALE-DIVISOR            PIC 9(09) VALUE 1.

      *> One exception's valuation.
       01  WS-VALUATION.
           05  WS-THIS-BRANCH          PIC X(10).
           05  WS-OLD-AMOUNT           PIC S9(13)V99.
           05  WS-NEW-AMOUNT           PIC S9(13)V99.
           05  WS-AMOUNT-DIFFERENCE    PIC S9(13)V99.
           05  WS-ABS-DIFFERENCE       PIC 9(13)V99.
           05  WS-AMOUNT-TEXT          PIC X(40).
           05  WS-AMOUNT-WORK          PIC S9(13)V99.
           05  WS-POINT-COUNT          PIC 9(02).
           05  WS-OLD-TEXT             PIC X(40).
           05  WS-NEW-TEXT             PIC X(40).

       01  WS-AGE-FIELDS.
           05  WS-TODAY-INTEGER        PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-X.
               10  WS-RUN-DATE-NUM     PIC 9(08).
           05  WS-RECORD-AGE           PIC S9(08) VALUE ZERO.

       01  WS-TODAY-DATE-NUM           PIC 9(08) VALUE ZERO.
       01  WS-RUN-ID                   PIC X(14) VALUE SPACES.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
           05  WS-TODAY-DD             PIC 9(02).

       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(02).
           05  WS-NOW-MN               PIC 9(02).
           05  WS-NOW-SS               PIC 9(02).
           05  FILLER                  PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(37)
               VALUE "OPEN EXCEPTION FINANCIAL EXPOSURE - ".
           05  WS-RH-DATE              PIC X(10).
           05  FILLER                  PIC X(17)
               VALUE "  RECONCILIATION ".
           05  WS-RH-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  AMOUNT ".
           05  WS-RH-AMOUNT-FIELD      PIC X(20).
           05  FILLER                  PIC X(09) VALUE "  BRANCH ".
           05  WS-RH-BRANCH-FIELD      PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-LARGEST-HEADER.
           05  FILLER                  PIC X(132)
               VALUE "LARGEST BREAKS - WORK THESE FIRST".

       01  WS-LARGEST-COLUMNS.
           05  FILLER                  PIC X(10) VALUE "RECON".
           05  FILLER                  PIC X(12) VALUE "KEY".
           05  FILLER                  PIC X(12) VALUE "BRANCH".
           05  FILLER                  PIC X(07) VALUE "  AGE".
           05  FILLER                  PIC X(03) VALUE "ST".
           05  FILLER                  PIC X(10) VALUE "OWNER".
           05  FILLER                  PIC X(17) VALUE "FIELD".
           05  FILLER                  PIC X(19)
               VALUE "        OLD AMOUNT".
           05  FILLER                  PIC X(19)
               VALUE "        NEW AMOUNT".
           05  FILLER                  PIC X(19)
               VALUE "         OLD - NEW".
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-LARGEST-DETAIL.
           05  WS-LD-RECON-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-BRANCH            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-STATUS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-OWNER             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-FIELD             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LD-OLD-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LD-NEW-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LD-DIFFERENCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-SECTION-HEADER           PIC X(132) VALUE SPACES.

       01  WS-TOTAL-COLUMNS.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE " EXCEPTIONS".
           05  FILLER                  PIC X(12) VALUE " AMOUNT BRKS".
           05  FILLER                  PIC X(22)
               VALUE "  GROSS ABS(OLD - NEW)".
           05  FILLER                  PIC X(23)
               VALUE "        NET (OLD - NEW)".
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(22).
           05  WS-TL-EXCEPTIONS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-AMOUNT-BREAKS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-GROSS             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-NET               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(44).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALUE-OPEN-EXCEPTIONS
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO EXPOSURE-CARD
           MOVE ZERO TO EP-LARGEST-COUNT
           MOVE ZERO TO EP-IMPLIED-DECIMALS
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF EP-AMOUNT-FIELD = SPACES
               MOVE "AMOUNT" TO EP-AMOUNT-FIELD
           END-IF
           IF EP-BRANCH-FIELD = SPACES
               MOVE "BRANCH" TO EP-BRANCH-FIELD
           END-IF
           IF EP-LARGEST-COUNT NOT NUMERIC
               OR EP-LARGEST-COUNT = ZERO
               MOVE 20 TO WS-LARGEST-LIMIT
           ELSE
               MOVE EP-LARGEST-COUNT TO WS-LARGEST-LIMIT
           END-IF
           IF WS-LARGEST-LIMIT > 50
               MOVE 50 TO WS-LARGEST-LIMIT
           END-IF
           IF EP-IMPLIED-DECIMALS NOT NUMERIC
               MOVE ZERO TO EP-IMPLIED-DECIMALS
           END-IF
           COMPUTE WS-SCALE-DIVISOR = 10 ** EP-IMPLIED-DECIMALS

           ACCEPT WS-TODAY-DATE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE WS-TODAY-DATE-NUM TO WS-TODAY-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY-DATE-NUM WS-NOW-HH WS-NOW-MN WS-NOW-SS
               DELIMITED BY SIZE INTO WS-RUN-ID

           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 4
               MOVE ZERO TO WS-AB-EXCEPTIONS(WS-AX)
               MOVE ZERO TO WS-AB-AMOUNT-BREAKS(WS-AX)
               MOVE ZERO TO WS-AB-GROSS(WS-AX)
               MOVE ZERO TO WS-AB-NET(WS-AX)
           END-PERFORM

           PERFORM 1100-LOAD-REGISTRY
           PERFORM 1200-LOAD-FIELD-DEFNS

           OPEN INPUT EXCEPTION-MASTER-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "EXPOSRPT: CANNOT OPEN EXCEPTION MASTER - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXPOSURE-REPORT-FILE

           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-RH-DATE
           IF EP-RECON-ID = SPACES
               MOVE "(ALL)" TO WS-RH-RECON-ID
           ELSE
               MOVE EP-RECON-ID TO WS-RH-RECON-ID
           END-IF
           MOVE EP-AMOUNT-FIELD TO WS-RH-AMOUNT-FIELD
           MOVE EP-BRANCH-FIELD TO WS-RH-BRANCH-FIELD
           WRITE EXPOSURE-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE.

      *> An absent registry is not an error: every reconciliation
      *> then takes the blank FLDDEFS member, as a run with no
      *> registry entry does.
       1100-LOAD-REGISTRY.
           MOVE ZERO TO WS-REG-COUNT
           OPEN INPUT RECON-REGISTRY-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM UNTIL WS-REG-FILE-STATUS NOT = "00"
                   READ RECON-REGISTRY-FILE
                   IF WS-REG-FILE-STATUS = "00"
                       AND RG-RECON-ID NOT = SPACES
                       IF WS-REG-COUNT < 100
                           ADD 1 TO WS-REG-COUNT
                           MOVE RG-RECON-ID
                               TO WS-RG-RECON-ID(WS-REG-COUNT)
                           MOVE RG-FLDDEFS-MEMBER
                               TO WS-RG-MEMBER(WS-REG-COUNT)
                       ELSE
                           DISPLAY "EXPOSRPT: REGISTRY ENTRY IGNORED - "
                               "TABLE FULL - " RG-RECON-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECON-REGISTRY-FILE
           END-IF.

      *> Every member's cards are read, not just the amount and
      *> branch cards: a member with any card compared is a
      *> field-level member, and its stored values are single
      *> fields rather than payloads. The amount and branch cards
      *> count whether compared or excluded.
       1200-LOAD-FIELD-DEFNS.
           MOVE ZERO TO WS-MEMBER-COUNT
           OPEN INPUT FIELD-DEFN-FILE
           IF WS-FLD-FILE-STATUS NOT = "00"
               DISPLAY "EXPOSRPT: NO FLDDEFS - NO EXCEPTION CAN BE "
                   "VALUED - STATUS " WS-FLD-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-FLD-FILE-STATUS NOT = "00"
                   READ FIELD-DEFN-FILE
                   IF WS-FLD-FILE-STATUS = "00"
                       PERFORM 1210-STORE-FIELD-DEFN
                   END-IF
               END-PERFORM
               CLOSE FIELD-DEFN-FILE
           END-IF.

       1210-STORE-FIELD-DEFN.
           MOVE FL-MEMBER-NAME TO WS-LOOKUP-MEMBER
           PERFORM 1220-FIND-MEMBER
           IF WS-MX = ZERO AND WS-MEMBER-COUNT < 100
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-MEMBER-COUNT TO WS-MX
               MOVE FL-MEMBER-NAME TO WS-MB-NAME(WS-MX)
               MOVE ZERO TO WS-MB-COMPARED-COUNT(WS-MX)
               MOVE ZERO TO WS-MB-AMT-START(WS-MX)
               MOVE ZERO TO WS-MB-AMT-LENGTH(WS-MX)
               MOVE ZERO TO WS-MB-BR-START(WS-MX)
               MOVE ZERO TO WS-MB-BR-LENGTH(WS-MX)
           END-IF
           IF WS-MX = ZERO
               DISPLAY "EXPOSRPT: FIELD DEFINITION IGNORED - "
                   "TABLE FULL - MEMBER " FL-MEMBER-NAME
           ELSE
               IF FL-COMPARE-SWITCH NOT = "N"
                   AND WS-MB-COMPARED-COUNT(WS-MX) < 999
                   ADD 1 TO WS-MB-COMPARED-COUNT(WS-MX)
               END-IF
               IF FL-START-COLUMN NUMERIC AND FL-FIELD-LENGTH NUMERIC
                   AND FL-START-COLUMN > ZERO
                   AND FL-FIELD-LENGTH > ZERO
                   EVALUATE FL-FIELD-NAME
                       WHEN EP-AMOUNT-FIELD
                           MOVE FL-START-COLUMN
                               TO WS-MB-AMT-START(WS-MX)
                           MOVE FL-FIELD-LENGTH
                               TO WS-MB-AMT-LENGTH(WS-MX)
                       WHEN EP-BRANCH-FIELD
                           MOVE FL-START-COLUMN
                               TO WS-MB-BR-START(WS-MX)
                           MOVE FL-FIELD-LENGTH
                               TO WS-MB-BR-LENGTH(WS-MX)
                   END-EVALUATE
               END-IF
           END-IF.

      *> WS-MX comes back as the member's entry, or zero.
       1220-FIND-MEMBER.
           MOVE ZERO TO WS-MX
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-MEMBER-COUNT OR WS-MX > ZERO
               IF WS-MB-NAME(WS-BX) = WS-LOOKUP-MEMBER
                   MOVE WS-BX TO WS-MX
               END-IF
           END-PERFORM.

      *> One sweep of the master in key order, as AGERPT sweeps it.
      *> A card naming one reconciliation starts the sweep at its
      *> first key and ends it at the next reconciliation's. The
      *> NEW-ONLY half of a re-key pair is valued with its OLD-ONLY
      *> partner and is passed over here.
       2000-VALUE-OPEN-EXCEPTIONS.
           MOVE LOW-VALUES TO XK-EXCEPTION-KEY
           IF EP-RECON-ID NOT = SPACES
               MOVE EP-RECON-ID TO XK-RECON-ID
           END-IF
           START EXCEPTION-MASTER-FILE KEY NOT < XK-EXCEPTION-KEY
               INVALID KEY MOVE "Y" TO WS-EXC-EOF-SW
           END-START
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF
           PERFORM 2100-READ-MASTER-RECORD

           PERFORM UNTIL WS-EXC-EOF
               IF XK-STATUS-OPEN OR XK-STATUS-NEEDS-FIX
                   IF NOT XK-NOT-LINKED
                       AND XK-RESULT-FLAG = "NEW-ONLY"
                       ADD 1 TO WS-REKEY-PARTNER-COUNT
                   ELSE
                       IF XK-RECON-ID NOT = WS-CURRENT-RECON-ID
                           PERFORM 2200-START-RECONCILIATION
                       END-IF
                       PERFORM 2300-VALUE-ONE-EXCEPTION
                       PERFORM 2500-ACCUMULATE-EXPOSURE
                   END-IF
               END-IF
               PERFORM 2100-READ-MASTER-RECORD
           END-PERFORM.

       2100-READ-MASTER-RECORD.
           READ EXCEPTION-MASTER-FILE NEXT RECORD
           END-READ
           IF WS-EXC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF
           IF EP-RECON-ID NOT = SPACES
               AND XK-RECON-ID NOT = EP-RECON-ID
               MOVE "Y" TO WS-EXC-EOF-SW
           END-IF.

      *> Resolve the reconciliation's FLDDEFS member once, at its
      *> first exception, and open its run-history totals.
       2200-START-RECONCILIATION.
           MOVE XK-RECON-ID TO WS-CURRENT-RECON-ID
           MOVE SPACES TO WS-LOOKUP-MEMBER
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
               IF WS-RG-RECON-ID(WS-RX) = XK-RECON-ID
                   MOVE WS-RG-MEMBER(WS-RX) TO WS-LOOKUP-MEMBER
               END-IF
           END-PERFORM
           PERFORM 1220-FIND-MEMBER
           MOVE WS-MX TO WS-CURRENT-MX

           IF WS-RT-COUNT < 100
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-CURRENT-RTX
               MOVE XK-RECON-ID TO WS-RT-RECON-ID(WS-CURRENT-RTX)
               MOVE ZERO TO WS-RT-EXCEPTION-COUNT(WS-CURRENT-RTX)
               MOVE ZERO TO WS-RT-AMOUNT-BREAKS(WS-CURRENT-RTX)
               MOVE ZERO TO WS-RT-GROSS(WS-CURRENT-RTX)
               MOVE ZERO TO WS-RT-NET(WS-CURRENT-RTX)
               MOVE ZERO TO WS-RT-LARGEST(WS-CURRENT-RTX)
               MOVE ZERO TO WS-RT-OVER-5(WS-CURRENT-RTX)
           ELSE
               MOVE ZERO TO WS-CURRENT-RTX
               DISPLAY "EXPOSRPT: NO RUN-HISTORY EXPOSURE FOR "
                   "RECONCILIATION " XK-RECON-ID " - TABLE FULL"
           END-IF.

      *> Sets WS-BREAK-TYPE, the branch and - for an amount break -
      *> both amounts and their difference. See the program banner
      *> for what the stored values hold in each compare mode.
       2300-VALUE-ONE-EXCEPTION.
           MOVE "(NOT HELD)" TO WS-THIS-BRANCH
           MOVE ZERO TO WS-OLD-AMOUNT
           MOVE ZERO TO WS-NEW-AMOUNT
           MOVE ZERO TO WS-AMOUNT-DIFFERENCE
           MOVE ZERO TO WS-ABS-DIFFERENCE
           MOVE SPACES TO WS-OLD-TEXT
           MOVE SPACES TO WS-NEW-TEXT
           SET WS-NO-AMOUNT-FIELD TO TRUE

           IF WS-CURRENT-MX > ZERO
               IF WS-MB-COMPARED-COUNT(WS-CURRENT-MX) > ZERO
                   AND XK-NOT-LINKED
                   PERFORM 2310-PICK-FIELD-LEVEL-VALUES
               ELSE
                   PERFORM 2320-PICK-PAYLOAD-VALUES
               END-IF
           END-IF

           IF NOT WS-NO-AMOUNT-FIELD AND NOT WS-AMOUNT-AGREES
               PERFORM 2330-COMPARE-AMOUNTS
           END-IF.

       2310-PICK-FIELD-LEVEL-VALUES.
           IF WS-MB-AMT-START(WS-CURRENT-MX) > ZERO
               IF XK-FIELD-NAME = EP-AMOUNT-FIELD
                   SET WS-AMOUNT-UNREADABLE TO TRUE
                   IF WS-MB-AMT-LENGTH(WS-CURRENT-MX)
                           <= LENGTH OF WS-OLD-TEXT
                       MOVE XK-OLD-VALUE(1:
                           WS-MB-AMT-LENGTH(WS-CURRENT-MX))
                           TO WS-OLD-TEXT
                       MOVE XK-NEW-VALUE(1:
                           WS-MB-AMT-LENGTH(WS-CURRENT-MX))
                           TO WS-NEW-TEXT
                   END-IF
               ELSE
                   SET WS-AMOUNT-AGREES TO TRUE
               END-IF
           END-IF
           IF WS-MB-BR-START(WS-CURRENT-MX) > ZERO
               AND XK-FIELD-NAME = EP-BRANCH-FIELD
               MOVE XK-OLD-VALUE(1:WS-MB-BR-LENGTH(WS-CURRENT-MX))
                   TO WS-THIS-BRANCH
           END-IF.

       2320-PICK-PAYLOAD-VALUES.
           IF WS-MB-AMT-START(WS-CURRENT-MX) > ZERO
               SET WS-AMOUNT-UNREADABLE TO TRUE
               IF WS-MB-AMT-START(WS-CURRENT-MX)
                       + WS-MB-AMT-LENGTH(WS-CURRENT-MX) - 1
                       <= LENGTH OF XK-OLD-VALUE
                   AND WS-MB-AMT-LENGTH(WS-CURRENT-MX)
                       <= LENGTH OF WS-OLD-TEXT
                   MOVE XK-OLD-VALUE(WS-MB-AMT-START(WS-CURRENT-MX):
                       WS-MB-AMT-LENGTH(WS-CURRENT-MX))
                       TO WS-OLD-TEXT
                   MOVE XK-NEW-VALUE(WS-MB-AMT-START(WS-CURRENT-MX):
                       WS-MB-AMT-LENGTH(WS-CURRENT-MX))
                       TO WS-NEW-TEXT
               END-IF
           END-IF
      *> The old side names the branch; a break that blanked it on
      *> the old side is filed under the new side's.
           IF WS-MB-BR-START(WS-CURRENT-MX) > ZERO
               AND WS-MB-BR-START(WS-CURRENT-MX)
                   + WS-MB-BR-LENGTH(WS-CURRENT-MX) - 1
                   <= LENGTH OF XK-OLD-VALUE
               MOVE XK-OLD-VALUE(WS-MB-BR-START(WS-CURRENT-MX):
                   WS-MB-BR-LENGTH(WS-CURRENT-MX)) TO WS-THIS-BRANCH
               IF WS-THIS-BRANCH = SPACES
                   MOVE XK-NEW-VALUE(WS-MB-BR-START(WS-CURRENT-MX):
                       WS-MB-BR-LENGTH(WS-CURRENT-MX))
                       TO WS-THIS-BRANCH
               END-IF
               IF WS-THIS-BRANCH = SPACES
                   MOVE "(BLANK)" TO WS-THIS-BRANCH
               END-IF
           END-IF.

      *> Both amounts must read as numbers for the break to be
      *> valued; either one unreadable leaves it UNREADABLE.
       2330-COMPARE-AMOUNTS.
           MOVE WS-OLD-TEXT TO WS-AMOUNT-TEXT
           PERFORM 2340-READ-AMOUNT
           IF WS-AMOUNT-OK
               MOVE WS-AMOUNT-WORK TO WS-OLD-AMOUNT
               MOVE WS-NEW-TEXT TO WS-AMOUNT-TEXT
               PERFORM 2340-READ-AMOUNT
           END-IF
           IF WS-AMOUNT-OK
               MOVE WS-AMOUNT-WORK TO WS-NEW-AMOUNT
               COMPUTE WS-AMOUNT-DIFFERENCE =
                   WS-OLD-AMOUNT - WS-NEW-AMOUNT
               IF WS-AMOUNT-DIFFERENCE < ZERO
                   COMPUTE WS-ABS-DIFFERENCE =
                       ZERO - WS-AMOUNT-DIFFERENCE
               ELSE
                   MOVE WS-AMOUNT-DIFFERENCE TO WS-ABS-DIFFERENCE
               END-IF
               IF WS-AMOUNT-DIFFERENCE = ZERO
                   SET WS-AMOUNT-AGREES TO TRUE
               ELSE
                   SET WS-AMOUNT-BREAK TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO WS-OLD-AMOUNT
               MOVE ZERO TO WS-NEW-AMOUNT
           END-IF.

      *> An amount with a decimal point is taken as written; one
      *> without is scaled by the control card's implied decimals.
       2340-READ-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK-SW
           MOVE ZERO TO WS-AMOUNT-WORK
           IF WS-AMOUNT-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) = ZERO
               MOVE ZERO TO WS-POINT-COUNT
               INSPECT WS-AMOUNT-TEXT TALLYING WS-POINT-COUNT
                   FOR ALL "."
               IF WS-POINT-COUNT = ZERO
                   COMPUTE WS-AMOUNT-WORK =
                       FUNCTION NUMVAL(WS-AMOUNT-TEXT)
                           / WS-SCALE-DIVISOR
               ELSE
                   COMPUTE WS-AMOUNT-WORK =
                       FUNCTION NUMVAL(WS-AMOUNT-TEXT)
               END-IF
               SET WS-AMOUNT-OK TO TRUE
           END-IF.

       2500-ACCUMULATE-EXPOSURE.
           PERFORM 2510-COMPUTE-RECORD-AGE
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN WS-AMOUNT-BREAK
                   ADD 1 TO WS-AMOUNT-BREAK-COUNT
                   ADD WS-ABS-DIFFERENCE TO WS-GRAND-GROSS
                   ADD WS-AMOUNT-DIFFERENCE TO WS-GRAND-NET
               WHEN WS-AMOUNT-AGREES
                   ADD 1 TO WS-AMOUNT-AGREES-COUNT
               WHEN WS-NO-AMOUNT-FIELD
                   ADD 1 TO WS-NO-AMOUNT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNREADABLE-COUNT
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-RECORD-AGE <= 1
                   MOVE 1 TO WS-AX
               WHEN WS-RECORD-AGE <= 5
                   MOVE 2 TO WS-AX
               WHEN WS-RECORD-AGE <= 30
                   MOVE 3 TO WS-AX
               WHEN OTHER
                   MOVE 4 TO WS-AX
           END-EVALUATE
           ADD 1 TO WS-AB-EXCEPTIONS(WS-AX)
           IF WS-AMOUNT-BREAK
               ADD 1 TO WS-AB-AMOUNT-BREAKS(WS-AX)
               ADD WS-ABS-DIFFERENCE TO WS-AB-GROSS(WS-AX)
               ADD WS-AMOUNT-DIFFERENCE TO WS-AB-NET(WS-AX)
           END-IF

           PERFORM 2520-ACCUMULATE-BRANCH

           IF WS-CURRENT-RTX > ZERO
               ADD 1 TO WS-RT-EXCEPTION-COUNT(WS-CURRENT-RTX)
               IF WS-AMOUNT-BREAK
                   ADD 1 TO WS-RT-AMOUNT-BREAKS(WS-CURRENT-RTX)
                   ADD WS-ABS-DIFFERENCE
                       TO WS-RT-GROSS(WS-CURRENT-RTX)
                   ADD WS-AMOUNT-DIFFERENCE
                       TO WS-RT-NET(WS-CURRENT-RTX)
                   IF WS-ABS-DIFFERENCE
                           > WS-RT-LARGEST(WS-CURRENT-RTX)
                       MOVE WS-ABS-DIFFERENCE
                           TO WS-RT-LARGEST(WS-CURRENT-RTX)
                   END-IF
                   IF WS-RECORD-AGE > 5
                       ADD WS-ABS-DIFFERENCE
                           TO WS-RT-OVER-5(WS-CURRENT-RTX)
                   END-IF
               END-IF
           END-IF

           IF WS-AMOUNT-BREAK
               PERFORM 2600-RANK-LARGEST-BREAK
           END-IF.

      *> Same aging as AGERPT: records from before the run identifier
      *> existed have no date to age from and land in the oldest
      *> bucket.
       2510-COMPUTE-RECORD-AGE.
           IF XK-RUN-ID(1:8) = SPACES
               MOVE 99999 TO WS-RECORD-AGE
           ELSE
               MOVE XK-RUN-ID(1:8) TO WS-RUN-DATE-X
               IF WS-RUN-DATE-NUM NUMERIC
                   COMPUTE WS-RECORD-AGE = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               ELSE
                   MOVE 99999 TO WS-RECORD-AGE
               END-IF
           END-IF.

      *> The table is kept in branch order: a new branch is slotted
      *> in ahead of the first entry above it.
       2520-ACCUMULATE-BRANCH.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           MOVE ZERO TO WS-BX
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-BR-COUNT OR WS-ENTRY-FOUND
                       OR WS-BX > ZERO
               EVALUATE TRUE
                   WHEN WS-BR-ID(WS-RX) = WS-THIS-BRANCH
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-RX TO WS-BX
                   WHEN WS-BR-ID(WS-RX) > WS-THIS-BRANCH
                       MOVE WS-RX TO WS-BX
               END-EVALUATE
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-BR-COUNT < 500
                   IF WS-BX = ZERO
                       COMPUTE WS-BX = WS-BR-COUNT + 1
                   ELSE
                       PERFORM VARYING WS-SHIFT-X FROM WS-BR-COUNT
                               BY -1 UNTIL WS-SHIFT-X < WS-BX
                           MOVE WS-BR-TABLE(WS-SHIFT-X)
                               TO WS-BR-TABLE(WS-SHIFT-X + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-THIS-BRANCH TO WS-BR-ID(WS-BX)
                   MOVE ZERO TO WS-BR-EXCEPTIONS(WS-BX)
                   MOVE ZERO TO WS-BR-AMOUNT-BREAKS(WS-BX)
                   MOVE ZERO TO WS-BR-GROSS(WS-BX)
                   MOVE ZERO TO WS-BR-NET(WS-BX)
               ELSE
                   MOVE ZERO TO WS-BX
               END-IF
           END-IF

           IF WS-BX = ZERO
               ADD 1 TO WS-OB-EXCEPTIONS
               IF WS-AMOUNT-BREAK
                   ADD 1 TO WS-OB-AMOUNT-BREAKS
                   ADD WS-ABS-DIFFERENCE TO WS-OB-GROSS
                   ADD WS-AMOUNT-DIFFERENCE TO WS-OB-NET
               END-IF
           ELSE
               ADD 1 TO WS-BR-EXCEPTIONS(WS-BX)
               IF WS-AMOUNT-BREAK
                   ADD 1 TO WS-BR-AMOUNT-BREAKS(WS-BX)
                   ADD WS-ABS-DIFFERENCE TO WS-BR-GROSS(WS-BX)
                   ADD WS-AMOUNT-DIFFERENCE TO WS-BR-NET(WS-BX)
               END-IF
           END-IF.

      *> A break bigger than the smallest one listed (or any break
      *> while the list is short) goes in at the bottom and is moved
      *> up past every smaller one.
       2600-RANK-LARGEST-BREAK.
           MOVE ZERO TO WS-LX
           IF WS-LB-COUNT < WS-LARGEST-LIMIT
               ADD 1 TO WS-LB-COUNT
               MOVE WS-LB-COUNT TO WS-LX
           ELSE
               IF WS-ABS-DIFFERENCE > WS-LB-ABS-DIFFERENCE(WS-LB-COUNT)
                   MOVE WS-LB-COUNT TO WS-LX
               END-IF
           END-IF

           IF WS-LX > ZERO
               MOVE XK-RECON-ID TO WS-LB-RECON-ID(WS-LX)
               MOVE XK-RECORD-KEY TO WS-LB-KEY(WS-LX)
               MOVE WS-THIS-BRANCH TO WS-LB-BRANCH(WS-LX)
               IF WS-RECORD-AGE > 99999
                   MOVE 99999 TO WS-LB-AGE(WS-LX)
               ELSE
                   MOVE WS-RECORD-AGE TO WS-LB-AGE(WS-LX)
               END-IF
               MOVE XK-STATUS TO WS-LB-STATUS(WS-LX)
               MOVE XK-ASSIGNED-TO TO WS-LB-OWNER(WS-LX)
               IF XK-FIELD-NAME = SPACES
                   MOVE "(WHOLE RECORD)" TO WS-LB-FIELD(WS-LX)
               ELSE
                   MOVE XK-FIELD-NAME TO WS-LB-FIELD(WS-LX)
               END-IF
               MOVE WS-OLD-AMOUNT TO WS-LB-OLD-AMOUNT(WS-LX)
               MOVE WS-NEW-AMOUNT TO WS-LB-NEW-AMOUNT(WS-LX)
               MOVE WS-AMOUNT-DIFFERENCE TO WS-LB-DIFFERENCE(WS-LX)
               MOVE WS-ABS-DIFFERENCE TO WS-LB-ABS-DIFFERENCE(WS-LX)

               MOVE "N" TO WS-RANKED-SW
               PERFORM UNTIL WS-RANKED
                   IF WS-LX <= 1
                       SET WS-RANKED TO TRUE
                   ELSE
                       IF WS-LB-ABS-DIFFERENCE(WS-LX - 1)
                               >= WS-LB-ABS-DIFFERENCE(WS-LX)
                           SET WS-RANKED TO TRUE
                       ELSE
                           MOVE WS-LB-TABLE(WS-LX - 1) TO WS-LB-SWAP
                           MOVE WS-LB-TABLE(WS-LX)
                               TO WS-LB-TABLE(WS-LX - 1)
                           MOVE WS-LB-SWAP TO WS-LB-TABLE(WS-LX)
                           SUBTRACT 1 FROM WS-LX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3000-FINALIZE.
           PERFORM 3100-WRITE-LARGEST-BREAKS
           PERFORM 3200-WRITE-BRANCH-TOTALS
           PERFORM 3300-WRITE-AGE-TOTALS
           PERFORM 3400-WRITE-BREAK-TYPES
           PERFORM 3500-WRITE-RUN-HISTORY

           CLOSE EXCEPTION-MASTER-FILE
           CLOSE EXPOSURE-REPORT-FILE

           DISPLAY "EXPOSRPT SUMMARY: OPEN EXCEPTIONS   = "
               WS-EXCEPTION-COUNT
           DISPLAY "EXPOSRPT SUMMARY: AMOUNT BREAKS     = "
               WS-AMOUNT-BREAK-COUNT
           DISPLAY "EXPOSRPT SUMMARY: AMOUNT UNREADABLE = "
               WS-UNREADABLE-COUNT
           DISPLAY "EXPOSRPT SUMMARY: RE-KEY PARTNERS   = "
               WS-REKEY-PARTNER-COUNT
           DISPLAY "EXPOSRPT SUMMARY: HISTORY RECORDS   = "
               WS-HISTORY-WRITTEN

           IF WS-UNREADABLE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-LARGEST-BREAKS.
           WRITE EXPOSURE-REPORT-LINE FROM WS-LARGEST-HEADER
           WRITE EXPOSURE-REPORT-LINE FROM WS-LARGEST-COLUMNS
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LB-COUNT
               MOVE WS-LB-RECON-ID(WS-LX) TO WS-LD-RECON-ID
               MOVE WS-LB-KEY(WS-LX) TO WS-LD-KEY
               MOVE WS-LB-BRANCH(WS-LX) TO WS-LD-BRANCH
               MOVE WS-LB-AGE(WS-LX) TO WS-LD-AGE
               MOVE WS-LB-STATUS(WS-LX) TO WS-LD-STATUS
               MOVE WS-LB-OWNER(WS-LX) TO WS-LD-OWNER
               MOVE WS-LB-FIELD(WS-LX) TO WS-LD-FIELD
               MOVE WS-LB-OLD-AMOUNT(WS-LX) TO WS-LD-OLD-AMOUNT
               MOVE WS-LB-NEW-AMOUNT(WS-LX) TO WS-LD-NEW-AMOUNT
               MOVE WS-LB-DIFFERENCE(WS-LX) TO WS-LD-DIFFERENCE
               WRITE EXPOSURE-REPORT-LINE FROM WS-LARGEST-DETAIL
           END-PERFORM
           IF WS-LB-COUNT = ZERO
               MOVE "  (NO OPEN AMOUNT BREAKS)" TO EXPOSURE-REPORT-LINE
               WRITE EXPOSURE-REPORT-LINE
           END-IF.

       3200-WRITE-BRANCH-TOTALS.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE "EXPOSURE BY BRANCH" TO WS-SECTION-HEADER
           WRITE EXPOSURE-REPORT-LINE FROM WS-SECTION-HEADER
           WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-COLUMNS
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-COUNT
               MOVE SPACES TO WS-TL-LABEL
               STRING "BRANCH " WS-BR-ID(WS-BX)
                   DELIMITED BY SIZE INTO WS-TL-LABEL
               MOVE WS-BR-EXCEPTIONS(WS-BX) TO WS-TL-EXCEPTIONS
               MOVE WS-BR-AMOUNT-BREAKS(WS-BX) TO WS-TL-AMOUNT-BREAKS
               MOVE WS-BR-GROSS(WS-BX) TO WS-TL-GROSS
               MOVE WS-BR-NET(WS-BX) TO WS-TL-NET
               WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM
           IF WS-OB-EXCEPTIONS > ZERO
               MOVE "OTHER BRANCHES" TO WS-TL-LABEL
               MOVE WS-OB-EXCEPTIONS TO WS-TL-EXCEPTIONS
               MOVE WS-OB-AMOUNT-BREAKS TO WS-TL-AMOUNT-BREAKS
               MOVE WS-OB-GROSS TO WS-TL-GROSS
               MOVE WS-OB-NET TO WS-TL-NET
               WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           PERFORM 3900-WRITE-GRAND-TOTAL.

       3300-WRITE-AGE-TOTALS.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE "EXPOSURE BY AGE" TO WS-SECTION-HEADER
           WRITE EXPOSURE-REPORT-LINE FROM WS-SECTION-HEADER
           WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-COLUMNS
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 4
               EVALUATE WS-AX
                   WHEN 1
                       MOVE "OPEN 1 DAY" TO WS-TL-LABEL
                   WHEN 2
                       MOVE "OPEN 2-5 DAYS" TO WS-TL-LABEL
                   WHEN 3
                       MOVE "OPEN 6-30 DAYS" TO WS-TL-LABEL
                   WHEN OTHER
                       MOVE "OPEN OVER 30 DAYS" TO WS-TL-LABEL
               END-EVALUATE
               MOVE WS-AB-EXCEPTIONS(WS-AX) TO WS-TL-EXCEPTIONS
               MOVE WS-AB-AMOUNT-BREAKS(WS-AX) TO WS-TL-AMOUNT-BREAKS
               MOVE WS-AB-GROSS(WS-AX) TO WS-TL-GROSS
               MOVE WS-AB-NET(WS-AX) TO WS-TL-NET
               WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM
           PERFORM 3900-WRITE-GRAND-TOTAL.

       3400-WRITE-BREAK-TYPES.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE "BREAK TYPE" TO WS-SECTION-HEADER
           WRITE EXPOSURE-REPORT-LINE FROM WS-SECTION-HEADER
           MOVE "AMOUNT DIFFERS - WORK FIRST" TO WS-CL-LABEL
           MOVE WS-AMOUNT-BREAK-COUNT TO WS-CL-COUNT
           WRITE EXPOSURE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "AMOUNT AGREES - NON-MONEY FIELD DIFFERS"
               TO WS-CL-LABEL
           MOVE WS-AMOUNT-AGREES-COUNT TO WS-CL-COUNT
           WRITE EXPOSURE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NOT VALUED - NO AMOUNT FIELD IN FLDDEFS"
               TO WS-CL-LABEL
           MOVE WS-NO-AMOUNT-COUNT TO WS-CL-COUNT
           WRITE EXPOSURE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NOT VALUED - AMOUNT UNREADABLE" TO WS-CL-LABEL
           MOVE WS-UNREADABLE-COUNT TO WS-CL-COUNT
           WRITE EXPOSURE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL OPEN AND NEEDS-FIX" TO WS-CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT
           WRITE EXPOSURE-REPORT-LINE FROM WS-COUNT-LINE.

      *> One exposure record per reconciliation reported, stamped
      *> with this report's run ID, appended as RECONCIL appends its
      *> run records.
       3500-WRITE-RUN-HISTORY.
           IF WS-RT-COUNT > ZERO
               OPEN EXTEND RUN-HISTORY-FILE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RUN-HISTORY-FILE
               END-IF
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "EXPOSRPT: RUN HISTORY NOT WRITTEN - "
                       "STATUS " WS-HIST-FILE-STATUS
               ELSE
                   PERFORM VARYING WS-RX FROM 1 BY 1
                           UNTIL WS-RX > WS-RT-COUNT
                       MOVE SPACES TO RUN-HISTORY-RECORD
                       MOVE WS-RUN-ID TO RH-RUN-ID
                       MOVE WS-RT-EXCEPTION-COUNT(WS-RX)
                           TO RH-EX-EXCEPTION-COUNT
                       MOVE WS-RT-AMOUNT-BREAKS(WS-RX)
                           TO RH-EX-AMOUNT-BREAK-COUNT
                       MOVE WS-RT-GROSS(WS-RX) TO RH-EX-GROSS-EXPOSURE
                       MOVE WS-RT-NET(WS-RX) TO RH-EX-NET-EXPOSURE
                       MOVE WS-RT-LARGEST(WS-RX) TO RH-EX-LARGEST-BREAK
                       MOVE WS-RT-OVER-5(WS-RX)
                           TO RH-EX-OVER-5-EXPOSURE
                       MOVE WS-RT-RECON-ID(WS-RX) TO RH-RECON-ID
                       SET RH-EXPOSURE-RECORD TO TRUE
                       WRITE RUN-HISTORY-RECORD
                       ADD 1 TO WS-HISTORY-WRITTEN
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               END-IF
           END-IF.

       3900-WRITE-GRAND-TOTAL.
           MOVE "TOTAL" TO WS-TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TL-EXCEPTIONS
           MOVE WS-AMOUNT-BREAK-COUNT TO WS-TL-AMOUNT-BREAKS
           MOVE WS-GRAND-GROSS TO WS-TL-GROSS
           MOVE WS-GRAND-NET TO WS-TL-NET
           WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE.
