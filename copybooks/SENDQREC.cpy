      * SENDQREC - Record layout for the SENDQ outbound queue: one
      * record per record we owe a partner, queued by the job that
      * produced it - NETWORKING queues the XFERACK acknowledgment of
      * a single-environment reconcile, SUSPREL the suspense records
      * it rejects back to the sender - and drained by NETWORKING's
      * send mode (PARM "env,SEND"), which builds them into an
      * outbound manifest and data file for the partner and sends
      * them over the environment's own session.
      *
      * Extended run over run by its writers, never rewritten by
      * them.  The send run carries every record it did not send -
      * other environments', and this one's when the session failed
      * - to SENDQNEW, which the job's next step copies back over
      * SENDQ, the way ALERTQNEW replaces ALERTQ.
       01 SENDQ-RECORD.
      * The environment (partner link) the record goes out over.
           05 SENDQ-ENV-ID           PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The dataset name it is sent under - "XFERACK" or "REJOUT"
      * from the jobs above - stamped on the outgoing record and
      * carried on the outbound manifest.
           05 SENDQ-DATASET          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * When it was queued and by which job.
           05 SENDQ-QUEUED-DATE      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SENDQ-QUEUED-TIME      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SENDQ-QUEUED-BY        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
      * The record exactly as it is to reach the partner.
           05 SENDQ-DATA             PIC X(256).
