      ******************************************************************
      * WAIVERR - record layout for waiver.dat, the keyed register of
      * known and accepted byte differences. A waiver names one field
      * of one test case on one platform tag and the exact hex that
      * is accepted there, with why, who approved it and until when.
      * WAIVMNT raises and revokes waivers; DRIFT, VERIFY, CERTIFY
      * and COMPARE report a difference whose bytes equal an active,
      * unexpired waiver's accepted hex as WAIVED instead of failing
      * it, and stamp the waiver's last-matched date; WAIVLIST lists
      * the waivers about to expire or that nothing has matched for
      * 90 days. A revoked waiver is kept, not deleted, so the
      * register shows what was accepted and when it stopped being.
      * The field name is the OUTFLDS name ("OUT-REC-PIC9-COMP5"...).
      * This is the single source of truth for the layout - use COPY
      * WAIVERR REPLACING to fit each program's own prefix.
      ******************************************************************
       01  :PFX:-WVR-REC.
       05      :PFX:-WVR-KEY.
           10  :PFX:-WVR-CASE-ID         PIC X(10).
           10  :PFX:-WVR-FIELD-NAME      PIC X(30).
           10  :PFX:-WVR-PLATFORM        PIC X(1).
       05      FILLER                    PIC X(1).
      *        "A" active, "R" revoked.
       05      :PFX:-WVR-STATUS          PIC X(1).
           88  :PFX:-WVR-ACTIVE              VALUE "A".
           88  :PFX:-WVR-REVOKED             VALUE "R".
       05      FILLER                    PIC X(1).
      *        Upper-case hex as HEX-DUMP-FIELD renders it, two
      *        digits per byte, left-justified.
       05      :PFX:-WVR-ACCEPTED-HEX    PIC X(32).
       05      FILLER                    PIC X(1).
       05      :PFX:-WVR-APPROVER        PIC X(20).
       05      FILLER                    PIC X(1).
      *        yyyymmdd dates. The waiver is honoured up to and
      *        including its expiry date. Last matched is spaces
      *        until a run first meets the accepted bytes.
       05      :PFX:-WVR-RAISED-DATE     PIC X(8).
       05      FILLER                    PIC X(1).
       05      :PFX:-WVR-EXPIRY-DATE     PIC X(8).
       05      FILLER                    PIC X(1).
       05      :PFX:-WVR-REVOKED-DATE    PIC X(8).
       05      FILLER                    PIC X(1).
       05      :PFX:-WVR-LAST-MATCHED    PIC X(8).
       05      FILLER                    PIC X(1).
       05      :PFX:-WVR-REASON          PIC X(50).
