      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *  gen-catalog.cpy
      *  Request/reply area for the GEN-CATALOG generation catalog
      *  subprogram (subsys/gen-catalog.cbl).  A day-over-day state
      *  file (FXPOS, ODSTATE, NOSTROOS, CAPSTATS, PROVSTAT,
      *  PROFSTAT) is no longer rewritten in place: each run writes
      *  a new generation and publishes it, and a reader asks for a
      *  generation by base name -- the base name is the file's
      *  assign name.  COPY into WORKING-STORAGE and pass BY
      *  REFERENCE on every CALL 'GEN-CATALOG'.  Requests:
      *      LOOKUP    path of generation GNC-GENERATION when it is
      *                not zero, else of the generation GNC-RELATIVE
      *                back from the current one (0 current, -1 the
      *                previous, -n)
      *      INPUT     LOOKUP, then point the assign name at the
      *                generation (posix-setenv) so the caller just
      *                OPENs.  An operator rerun override,
      *                GENCAT_OVERRIDE_<base> exported as -n
      *                (relative) or n (absolute generation), wins
      *                over the caller's request and is reported on
      *                the job log
      *      OUTPUT    point the assign name at the work file for the
      *                next generation, <base>.G<nnnnnn>.new
      *      PUBLISH   rename the work file into place, catalog it
      *                with GNC-BUSINESS-DATE and GNC-PROGRAM-ID, and
      *                retire the generations past the base's keep
      *                count to its retire directory, which a
      *                RETENTION-MGR rule sweeps
      *  GNC-GENERATION and GNC-PATH reply with the generation
      *  resolved, allocated or published; GNC-SOURCE C catalog,
      *  O operator override.
      *  GNC-STATUS '00' ok, '10' published but an older generation
      *  could not be retired, '20' nothing cataloged yet (INPUT
      *  points the assign name at an empty name, so an OPTIONAL
      *  file opens empty), '30' base name not defined in GENDEFS --
      *  nothing is done and the assign name is left as it was,
      *  '40' the generation asked for is not cataloged or has been
      *  retired, '50' the work file could not be renamed into
      *  place -- the current generation is unchanged, '80' unknown
      *  request, '90' the catalog could not be read or written.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        01 GNC-CONTROL.
           05 GNC-REQUEST          PIC X(08).
              88 GNC-REQ-LOOKUP       Value 'LOOKUP'.
              88 GNC-REQ-INPUT        Value 'INPUT'.
              88 GNC-REQ-OUTPUT       Value 'OUTPUT'.
              88 GNC-REQ-PUBLISH      Value 'PUBLISH'.
           05 GNC-BASE-NAME        PIC X(08).
           05 GNC-RELATIVE         PIC S9(04).
           05 GNC-GENERATION       PIC 9(06).
           05 GNC-BUSINESS-DATE    PIC 9(08).
           05 GNC-PROGRAM-ID       PIC X(08).
           05 GNC-PATH             PIC X(256).
           05 GNC-SOURCE           PIC X(01).
              88 GNC-FROM-CATALOG     Value 'C'.
              88 GNC-FROM-OVERRIDE    Value 'O'.
           05 GNC-STATUS           PIC X(02).
              88 GNC-OK               Value '00'.
              88 GNC-NOT-RETIRED      Value '10'.
              88 GNC-NONE-YET         Value '20'.
              88 GNC-UNDEFINED        Value '30'.
              88 GNC-NOT-FOUND        Value '40'.
              88 GNC-PUBLISH-FAILED   Value '50'.
              88 GNC-BAD-REQUEST      Value '80'.
              88 GNC-CATALOG-ERROR    Value '90'.
