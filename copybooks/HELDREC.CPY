      ******************************************************************
      *    HELDREC.CPY
      *    One record on the held-batch master HELDMAST.  A batch that
      *    fails its trailer, runs out of records before its trailer,
      *    carries an unknown record type, or names a source that is
      *    not registered and active on SRCMAST is no longer allowed
      *    to stop the whole VALBATCH run: the batch is quarantined
      *    here, header through trailer, and the run carries on with
      *    the batches that did arrive whole.  The key is the batch
      *    identity from its header - source id and file creation
      *    date - plus a record sequence:
      *       sequence 0 is the control record (HB-CONTROL-VIEW) -
      *           the hold reason, when and by which run it was held,
      *           how many records were parked, and the disposition
      *           HELDRLS recorded against it;
      *       sequence 1 onward are the batch's own TRANSBAT records
      *           (HB-IMAGE-VIEW), byte for byte as they arrived, the
      *           header first.
      *    Status H is held and waiting; R is released - HELDRLS has
      *    copied the batch (the parked images, or the corrected copy
      *    the source re-sent) onto HELDIN for the next VALBATCH run
      *    to process; D is dropped - an operator decided the batch
      *    will never post and recorded why.  A released batch that
      *    fails again is simply held again under the same key: the
      *    control record is rewritten and the images replaced, and
      *    only the first HB-RECORD-COUNT images belong to the batch.
      *    A restart that replays a held batch lands on the same keys
      *    and rewrites them.
      ******************************************************************
       01  HELD-BATCH-RECORD.
           05  HB-KEY.
               10  HB-SOURCE-ID        PIC X(3).
               10  HB-CREATE-DATE      PIC X(8).
               10  HB-REC-SEQ          PIC 9(8).
           05  HB-REC-BODY             PIC X(140).
           05  HB-CONTROL-VIEW REDEFINES HB-REC-BODY.
               10  HB-STATUS           PIC X(1).
                   88  HB-STATUS-HELD          VALUE "H".
                   88  HB-STATUS-RELEASED      VALUE "R".
                   88  HB-STATUS-DROPPED       VALUE "D".
               10  HB-HELD-RUN-DATE    PIC X(8).
               10  HB-HELD-RUN-TIME    PIC X(8).
               10  HB-RECORD-COUNT     PIC 9(8).
               10  HB-DETAIL-COUNT     PIC 9(10).
               10  HB-HOLD-REASON      PIC X(40).
               10  HB-ACTION-BY        PIC X(8).
               10  HB-ACTION-DATE      PIC X(8).
               10  HB-ACTION-TIME      PIC X(8).
               10  HB-ACTION-NOTE      PIC X(40).
               10  FILLER              PIC X(1).
           05  HB-IMAGE-VIEW REDEFINES HB-REC-BODY.
               10  HB-IMAGE            PIC X(23).
               10  FILLER              PIC X(117).
