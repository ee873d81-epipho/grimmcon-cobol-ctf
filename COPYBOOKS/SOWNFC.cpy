      *> SOWNFC.cpy - FILE-CONTROL entry for the site-owner master.
      *>   SITEDIR says how to reach a site but not who answers for
      *>   it; this file names, for each SITEDIR site, the owning
      *>   group and where that group's copy of the reports is sent,
      *>   so per-site output can be split and mailed by job instead
      *>   of by hand.  One record per site; a site with no record
      *>   has no owner on file.
           SELECT OPTIONAL SITE-OWNER-FILE ASSIGN TO "SITEOWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
