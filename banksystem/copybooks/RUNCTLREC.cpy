      *> TRMMAT) refuse
      *> to run at all when a completed record already exists for
      *> their program under the business date - one double-run of
      *> the fee job is a night of manual reversals. A job with an
      *> "S" and no "C" is rerun as it stands: it carries on from
      *> its own restart point (RSTRREC.cpy) rather than from the
      *> top.
       01  RUN-CONTROL-RECORD.
           05  RUNC-BUSINESS-DATE   PIC X(8).      *> YYYYMMDD
           05  RUNC-PROGRAM-ID      PIC X(8).
