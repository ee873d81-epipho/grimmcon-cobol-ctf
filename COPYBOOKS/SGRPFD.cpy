      *> SGRPFD.cpy - FDs for the site group membership file and
      *>   the run-time site selection.  SITEGRP lines starting
      *>   with '*' are comments.  A group name is never also a
      *>   site name on SITEDIR (SITEGRPM refuses one), so a
      *>   selection name means one thing only.
       FD  SITE-GROUP-FILE.
       01  SITE-GROUP-RECORD.
           05 GS-GROUP-NAME          PIC X(8).
           05 FILLER                 PIC X.
           05 GS-SITE-NAME           PIC X(8).
           05 FILLER                 PIC X.
           05 GS-DESCRIPTION         PIC X(30).

      *>   GS-SEL-PROGRAM-ID names the step the selection is for, so a
      *>   selection left behind by an interrupted night cannot
      *>   narrow some other program's standalone run.
       FD  SITE-SELECT-FILE.
       01  SITE-SELECT-RECORD.
           05 GS-SEL-PROGRAM-ID          PIC X(8).
           05 FILLER                 PIC X.
           05 GS-SEL-SELECTION           PIC X(8).
