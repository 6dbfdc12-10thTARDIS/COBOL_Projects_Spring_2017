      * CHGJRNL
      * Parameter area for the CHGJRNRB master change-journal
      * subprogram.  Every program that alters a journaled master
      * (see JRNLDEF.cpy for the list and their keys) reports each
      * record it changes, so FWDRCVRB can take a snapshot set and
      * roll the masters forward to any point in time.  Put your
      * PROGRAM-ID in JRN-PROGRAM-NAME, the signed-on user in
      * JRN-USER-ID (blank picks up OPS-USER-ID), the master in
      * JRN-MASTER-ID, then set JRN-FUNCTION-CODE and CALL
      * "CHGJRNRB" USING CHGJRNL-PARMS:
      *   L  load:   a record as read at startup, in
      *      JRN-BEFORE-IMAGE.  Held as the before image for the
      *      rewrite at end of run.
      *   W  written: a record as written to the rewritten master,
      *      in JRN-AFTER-IMAGE.  Journaled as an add when no loaded
      *      record carries its key, as a change when it differs
      *      from the loaded one, not at all when it is the same.
      *   E  end of rewrite: every loaded record that was not
      *      written back is journaled as a delete.
      *   J  journal one change directly - for a master updated in
      *      place: JRN-ACTION A (after image), C (both) or D
      *      (before image).
      *   M  mark: JRN-ACTION S (snapshot set taken) or R (set
      *      rolled back) with the set stamp in JRN-RECORD-KEY.
      * JRN-RECORD-KEY comes back with the record's key.  JRN-STATUS:
      *   0  done
      *   N  master not journaled (not in JRNLDEF.cpy)
      *   F  too many loaded records to hold - this master's rewrite
      *      is journaled whole (a reset followed by every record as
      *      an add) instead of record by record
      *   E  the journal file could not be written
      * A journal problem never stops the caller's run; the caller
      * says so and carries on, because the master update itself is
      * still good.
        01 CHGJRNL-PARMS.
           05 JRN-FUNCTION-CODE      PIC X(01).
              88 JRN-LOAD-BEFORE         VALUE "L".
              88 JRN-RECORD-WRITTEN      VALUE "W".
              88 JRN-END-OF-REWRITE      VALUE "E".
              88 JRN-DIRECT-ENTRY        VALUE "J".
              88 JRN-SET-MARK            VALUE "M".
           05 JRN-PROGRAM-NAME       PIC X(08).
           05 JRN-USER-ID            PIC X(08).
           05 JRN-MASTER-ID          PIC X(08).
           05 JRN-ACTION             PIC X(01).
           05 JRN-RECORD-KEY         PIC X(20).
           05 JRN-BEFORE-IMAGE       PIC X(200).
           05 JRN-AFTER-IMAGE        PIC X(200).
           05 JRN-STATUS             PIC X(01).
              88 JRN-OK                  VALUE "0".
              88 JRN-NOT-JOURNALED       VALUE "N".
              88 JRN-JOURNALED-WHOLE     VALUE "F".
              88 JRN-WRITE-ERROR         VALUE "E".
