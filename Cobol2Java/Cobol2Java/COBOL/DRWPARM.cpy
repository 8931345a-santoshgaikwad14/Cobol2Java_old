      * ** Drawing revision enforcement switch for FINPARTS - 'E'
      * ** fails a part whose BLUEPRINT-NUMBER/BLUEPRINT-REVISION is
      * ** not the current released revision on DRWMAST to the parts
      * ** suspense file, 'W' only warns, so the first cycles can run
      * ** warn-only while engineering loads the drawing master and
      * ** the part file is brought up to revision.  Update this
      * ** copybook to flip enforcement instead of hand-patching the
      * ** procedure division.
       01  WS-DRW-CONTROL-PARM.
           05  WS-DRW-ENFORCE-MODE      PIC X(01) VALUE 'W'.
               88 DRW-ENFORCING         VALUE 'E'.
               88 DRW-WARN-ONLY         VALUE 'W'.
