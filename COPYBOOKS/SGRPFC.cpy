      *> SGRPFC.cpy - FILE-CONTROL entries for site groups.  SITEGRP
      *>   is the maintained group membership file (SITEGRPM): one
      *>   line per group and member site, so a site can belong to
      *>   any number of groups.  SITESEL carries the site or group
      *>   NIGHTLY has scheduled the step it is about to call
      *>   against, and is emptied again when the step returns.
      *>   Both OPTIONAL: no groups and no scheduled selection are
      *>   the normal case.
           SELECT OPTIONAL SITE-GROUP-FILE ASSIGN TO "SITEGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS-STATUS.
           SELECT OPTIONAL SITE-SELECT-FILE ASSIGN TO "SITESEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS-SEL-STATUS.
