      *   RDNF radar device not in RADARDEV
      *   RDCL radar device calibration lapsed at capture
      *   PLND no driver on record for plate and radar date
      *   OSNF crew return matches no pending service order
      *   MOTV termination reason not S, J, P or A
      *   SVOF vehicle service keyed with no workshop
      *   ANOF ledger batch dated in a closed fiscal year
      ******************************************************************
       01  REJECT-RECORD.
           05 RJ-DATA               PIC 9(8).
