      * OPSIGNRB reads the operator id from the OPS-USER-ID
      * environment variable, checks it against the user
      * authorization file (one row per user/program pair, program
      * "ALL" authorizing everything; rows revoked or past their
      * expiry date through AUTHMNRB authorize nothing), and answers:
      *   0  -  authorized; SGN-USER-ID carries who signed on
      *   B  -  unattended batch run: OPS-UNATTENDED=Y is set (the
      *         nightly chain sets it) and either no OPS-USER-ID is
