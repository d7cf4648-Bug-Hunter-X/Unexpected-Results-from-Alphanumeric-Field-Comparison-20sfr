      *>----------------------------------------------------------------
      *> RULEHIST - AUTODISP rule history record, indexed (KSDS) on
      *>            rule ID plus version, one 260-byte record per
      *>            version of every rule ever proposed. Nothing is
      *>            deleted: a change or a retirement is a NEW version,
      *>            and a rejected proposal stays on file marked
      *>            rejected, so the file answers who added, changed
      *>            or retired a rule, who approved it, and when.
      *>
      *>            Maker-checker: RULEMNT writes each proposal at
      *>            status P under the proposer's user ID; a second
      *>            person, on SUPVLIST and not the proposer, moves it
      *>            to A (approved) or J (rejected). AUTODISP uses only
      *>            approved versions.
      *>
      *>            The version in force on a date is the highest
      *>            approved version whose effective date is on or
      *>            before it - unless that version is a retirement,
      *>            or the date is past its expiry date, in which case
      *>            no version of the rule is in force. Approval never
      *>            back-dates: an effective date already past when the
      *>            proposal is approved is moved up to the approval
      *>            date, so the history never claims a rule ran on a
      *>            night before it was approved.
      *>
      *>  RV-RULE-ID         the rule (DR-RULE-ID of the image)
      *>  RV-VERSION         001 upward per rule
      *>  RV-STATUS          P proposed / A approved / J rejected
      *>  RV-ACTION          N new rule / C change / R retirement
      *>  RV-EFFECTIVE-DATE  YYYY-MM-DD first night the version runs
      *>  RV-EXPIRY-DATE     YYYY-MM-DD last night it runs (spaces =
      *>                     until superseded or retired)
      *>  RV-PROPOSED-BY/-DATE/-TIME  the maker
      *>  RV-DECIDED-BY/-DATE/-TIME   the checker (spaces while P)
      *>  RV-SOURCE          RULESUGG candidate the proposal was
      *>                     seeded from, CONVERT for rules loaded from
      *>                     the old RULEFILE, else spaces
      *>  RV-RULE-IMAGE      the rule itself in the DSPRULE layout
      *>----------------------------------------------------------------
       01  RULE-HISTORY-RECORD.
           05  RV-RULE-KEY.
               10  RV-RULE-ID          PIC X(08).
               10  RV-VERSION          PIC 9(03).
           05  RV-STATUS               PIC X(01).
               88  RV-PROPOSED             VALUE "P".
               88  RV-APPROVED             VALUE "A".
               88  RV-REJECTED             VALUE "J".
           05  RV-ACTION               PIC X(01).
               88  RV-NEW-RULE             VALUE "N".
               88  RV-CHANGE               VALUE "C".
               88  RV-RETIREMENT           VALUE "R".
           05  RV-EFFECTIVE-DATE       PIC X(10).
           05  RV-EXPIRY-DATE          PIC X(10).
           05  RV-PROPOSED-BY          PIC X(08).
           05  RV-PROPOSED-DATE        PIC X(10).
           05  RV-PROPOSED-TIME        PIC X(08).
           05  RV-DECIDED-BY           PIC X(08).
           05  RV-DECIDED-DATE         PIC X(10).
           05  RV-DECIDED-TIME         PIC X(08).
           05  RV-SOURCE               PIC X(08).
           05  RV-RULE-IMAGE           PIC X(160).
           05  FILLER                  PIC X(07).
