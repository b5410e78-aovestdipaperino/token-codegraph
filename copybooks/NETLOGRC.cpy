      *   WX01 transfer window missed
      *   VC01 configuration invalid
      *   CF01 NETCFG missing/record not found/host count clamped
      *   CF02 staged NETCFG change put in force at its effective time
      *   CF03 staged change not applied - awaiting approval, NETCFG
      *        not open for update, or the staged change/history
      *        files not available - or applied but not marked
      *   AQ01 ALERTQ not available
      *   SP01 XFERSUSP not available
      *   AK01 XFERACK not available
      *   AK02 XFERAKH acknowledgment history not available
      *   RC01 reconcile skipped, transfer files not available
      *   RC02 XFERCTL empty or not in manifest format
      *   RC03 reconcile totals
      *   RC06 records for datasets not on the manifest
      *   RC07 manifest exceeds table size
      *   RC08 offending sequence number detail
      *   DR01 DSRULES not available, payload field edits off
      *   DR02 DSRULES entry invalid, field edit not applied
      *   DL01 dataset released to the delivery stream
      *   DL02 dataset held from delivery pending operations
      *   DL03 delivery files not available, nothing delivered
      *   XR01 dataset refused, already on the transfer register
      *   XR02 transfer register override in force / dataset
      *        reprocessed under it
      *   XR03 XFERREG not available or not updated
      *   VA01 dataset volume outside its same-weekday band
      *   VA02 VOLHIST not available, volume check off
      *   FD01 expected transfer missing, sender silent
      *   HL01 holiday calendar problem
      *   SD01 outbound session built from SENDQ
      *   SD02 nothing queued for the environment, no session
      *   SD03 send files not available / send PARM not valid
      *   SD04 dataset sent and acknowledged by the partner
      *   SD05 dataset sent, partner acknowledgment disagrees or
      *        leaves it out
      *   SD06 partner acknowledgment not returned
      *   SD07 more datasets queued than one session carries
      *   SD08 SENDQ not available to queue the acknowledgment
      *   SD09 session not completed or not acknowledged, records
      *        left queued
      *   RS01 RUNSTAT run control file not available/not updated
      *   MT01 candidate host passed over, in planned maintenance
      *   MT02 every candidate host in planned maintenance, no session
      *   MT03 HOSTMNT maintenance calendar not available
      *   CX01 dialling a candidate host whose certificate or
      *        credential has expired on the CREDREG register
      *   CX02 CREDREG credential register not available
      *   PM01 PARM option not recognised, ignored
      *   GN01 anything not coded above
       01 NETLOG-RECORD.
           05 NETLOG-DATE            PIC X(08).
