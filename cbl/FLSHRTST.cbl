       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
       COPY CFLSHAR.
       01  PRODUCT-RECORD.
       COPY CFLSHPR.
       FD  REPORT-FILE.
       01  REPORT-LINE-OUT             PIC X(80).
       FD  CSV-FILE.
