               88 BST-STARTED          VALUE "STARTED".
               88 BST-OK               VALUE "OK".
               88 BST-FAILED           VALUE "FAILED".
      * how many times the step has been started for this window -
      * above one means the night needed a rerun. a step that was
      * not due on the night records zero
           05 BST-RUN-COUNT            PIC 9(02).
