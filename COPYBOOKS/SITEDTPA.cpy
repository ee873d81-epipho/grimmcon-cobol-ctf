      *>   missing directory: the table is left empty and the probes
      *>   do nothing, because parking every site is the operator
      *>   saying "do not probe" and the fallback must not override
      *>   that.  The table is then narrowed to the program's site
      *>   selection -- one site or a named site group (SGRPPA; the
      *>   caller moves its name into WS-GS-PROGRAM-ID first) -- so
      *>   SGRPFC, SGRPFD, SGRPWS, and SGRPPA are required as well.
       8250-LOAD-SITE-TABLE.
           MOVE 0 TO WS-SITE-TABLE-COUNT
           MOVE 0 TO WS-ST-READ-COUNT
               MOVE '/COBOL/' TO WS-ST-BASE-PATH(1)
               MOVE 'http' TO WS-ST-SCHEME(1)
               MOVE 'ad.samsclass.info' TO WS-ST-HOSTPORT(1)
           END-IF
           PERFORM 8781-RESOLVE-SITE-SELECTION THRU
               8781-RESOLVE-SITE-SELECTION-EXIT
           IF NOT WS-GS-SEL-ALL
               PERFORM 8255-APPLY-SITE-SELECTION
           END-IF.
       8250-LOAD-SITE-TABLE-EXIT.
           EXIT.

      *>   Keeps only the selected sites, in directory order.
       8255-APPLY-SITE-SELECTION.
           MOVE 0 TO WS-ST-KEEP-COUNT
           PERFORM 8256-KEEP-ONE-SITE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-SITE-TABLE-COUNT
           MOVE WS-ST-KEEP-COUNT TO WS-SITE-TABLE-COUNT
           IF WS-SITE-TABLE-COUNT = 0
               DISPLAY 'SITE SELECTION ' WS-GS-SELECTION
                       ': NO ACTIVE SITE SELECTED -- NOTHING WILL '
                       'BE PROBED'
           END-IF.

       8256-KEEP-ONE-SITE.
           MOVE WS-ST-SITE-NAME(ST-IDX) TO WS-GS-CHECK-SITE
           PERFORM 8784-CHECK-SITE-SELECTION THRU
               8784-CHECK-SITE-SELECTION-EXIT
           IF WS-GS-IN-SELECTION
               ADD 1 TO WS-ST-KEEP-COUNT
               MOVE WS-SITE-ENTRY(ST-IDX)
                   TO WS-SITE-ENTRY(WS-ST-KEEP-COUNT)
           END-IF.

       8260-READ-NEXT-SITE.
           READ SITE-DIRECTORY-FILE NEXT RECORD
               AT END SET END-OF-SITE-DIR TO TRUE
