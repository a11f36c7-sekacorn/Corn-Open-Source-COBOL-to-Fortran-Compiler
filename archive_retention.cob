          05 REV-ARC-DATA               PIC X(102).

       FD SUSPENSE-LIVE-FILE.
       01 SUSPENSE-LIVE-RECORD          PIC X(151).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE                 PIC X(132).
