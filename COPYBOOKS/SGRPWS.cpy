      *> SGRPWS.cpy
      *>   Working-storage for site selection by site or group name
      *>   (SGRPPA).  A program that accepts a selection moves its
      *>   own name into WS-GS-PROGRAM-ID and performs 8781-RESOLVE-
      *>   SITE-SELECTION: the selection comes from SITESEL when
      *>   NIGHTLY scheduled one for this step, otherwise from the
      *>   central parameter <program>/SITE-SEL.  A caller that
      *>   already has a name (an operator's entry) moves it into
      *>   WS-GS-SELECTION and performs 8783-CLASSIFY-SELECTION
      *>   instead.  Blank means every site, as before.  Each site
      *>   is then tested by moving it to WS-GS-CHECK-SITE and
      *>   performing 8784-CHECK-SITE-SELECTION.
       01  WS-GS-STATUS              PIC X(2).
       01  WS-GS-SEL-STATUS              PIC X(2).
       01  WS-GS-PROGRAM-ID          PIC X(8) VALUE SPACES.
       01  WS-GS-SELECTION           PIC X(8) VALUE SPACES.
       01  WS-GS-SEL-KIND            PIC X(1) VALUE SPACE.
           88  WS-GS-SEL-ALL         VALUE SPACE.
           88  WS-GS-SEL-SITE        VALUE 'S'.
           88  WS-GS-SEL-GROUP       VALUE 'G'.
      *>   The first member of a selected group (the site itself for
      *>   a site selection), for the single-site sweeps.
       01  WS-GS-FIRST-MEMBER        PIC X(8).
       01  WS-GS-MEMBER-COUNT        PIC 9(3).
       01  WS-GS-CHECK-SITE          PIC X(8).
       01  WS-GS-MEMBER-SW           PIC X(1).
           88  WS-GS-IN-SELECTION    VALUE 'Y'.
       01  WS-GS-LOADED-SW           PIC X(1) VALUE 'N'.
           88  WS-GS-GROUPS-LOADED   VALUE 'Y'.
       01  WS-GS-EOF-SW              PIC X(1).
           88  END-OF-SITE-GROUPS    VALUE 'Y'.
       01  WS-GS-DROPPED-COUNT       PIC 9(4) VALUE 0.
       01  WS-GS-SAVE-PM-PROGRAM     PIC X(8).
       01  WS-GS-SAVE-PM-NAME        PIC X(12).
       01  WS-GS-COUNT               PIC 9(3) VALUE 0.
       01  WS-GS-TABLE.
           05  WS-GS-ENTRY OCCURS 300 TIMES INDEXED BY GS-IDX.
               10  WS-GS-GROUP       PIC X(8).
               10  WS-GS-SITE        PIC X(8).
