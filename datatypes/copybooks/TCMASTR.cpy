      ******************************************************************
      * TCMASTR - record layout for testcase.dat, the keyed test case
      * master. One record per test case id that may appear in
      * datain.dat: what the case exercises, who owns it, when it was
      * written, its category and whether it is still active. TCMAINT
      * adds, changes and retires cases (TCSEED registers the ids
      * already in datain.dat once); EDITCHK rejects a vector
      * whose id is not on the master or is retired (reason 07), and
      * DECODE and EXCEPTS print the description next to the id. A
      * case is never deleted - retiring it keeps its description for
      * the history already filed under it. The file is keyed on
      * :PFX:-TCM-CASE-ID. This is the single source of truth for the
      * layout - use COPY TCMASTR REPLACING to fit each program's own
      * prefix.
      ******************************************************************
       01  :PFX:-TCM-REC.
       05      :PFX:-TCM-CASE-ID         PIC X(10).
       05      FILLER                    PIC X(1).
      *        "A" active - vectors under this id are accepted;
      *        "R" retired - EDITCHK rejects them.
       05      :PFX:-TCM-STATUS          PIC X(1).
           88  :PFX:-TCM-ACTIVE              VALUE "A".
           88  :PFX:-TCM-RETIRED             VALUE "R".
       05      FILLER                    PIC X(1).
       05      :PFX:-TCM-CATEGORY        PIC X(10).
       05      FILLER                    PIC X(1).
       05      :PFX:-TCM-OWNER           PIC X(20).
       05      FILLER                    PIC X(1).
      *        yyyymmdd the case was written.
       05      :PFX:-TCM-AUTHORED        PIC X(8).
       05      FILLER                    PIC X(1).
      *        yyyymmdd the case was retired, spaces while active.
       05      :PFX:-TCM-RETIRED-DATE    PIC X(8).
       05      FILLER                    PIC X(1).
       05      :PFX:-TCM-DESCRIPTION     PIC X(50).
