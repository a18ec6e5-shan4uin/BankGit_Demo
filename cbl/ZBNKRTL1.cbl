000460* record per gateway request in the CWBJRNL layout.             *
000470*****************************************************************
000480 FD  JOURNAL-FILE
000490     RECORD CONTAINS 145 CHARACTERS.
000500 COPY CWBJRNL.
000510
000520 FD  RATE-REPORT
