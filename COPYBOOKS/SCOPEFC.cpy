           SELECT OPTIONAL SCOPE-EXC-FILE ASSIGN TO "SCOPEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
      *>   Register of closed engagements, appended by the ENGCLOSE
      *>   closeout job: a permission on SCOPEFIL whose engagement
      *>   appears here no longer authorizes anything, whatever its
      *>   dates say, so a closed engagement is refused even when
      *>   nobody trimmed SCOPEFIL.  OPTIONAL so the first closeout
      *>   creates it; missing means nothing has been closed.
           SELECT OPTIONAL ENGAGEMENT-CLOSE-FILE ASSIGN TO "ENGCLOSD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-STATUS.
