      *> evening; moderation only saw it after victims reported.
      *> CONNECTION-REQUEST and SEND-MESSAGE ask here before every
      *> send (JOB-MGMT's message-all-applicants broadcast does not -
      *> employer broadcast is deliberately exempt - except that a
      *> broadcast of a saved reply asks once per applicant, the
      *> same as sending it to each one by hand). Caps come from
      *> data/rate-limits.dat, one pipe-delimited row per kind:
      *>
      *>   CONNECT|20
