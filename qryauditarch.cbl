
       FILE SECTION.
       FD  audit-file.
       01  audit-file-rec             PIC X(100).

       FD  newlog-file.
       01  newlog-file-rec            PIC X(100).

       FD  archive-file.
       01  archive-file-rec           PIC X(100).

       FD  catalog-file.
       01  catalog-file-rec.
       01 ws-today                    PIC X(08).
       01 ws-line-date                PIC X(08).
       01 ws-last-date                PIC X(08).
       01 ws-audit-line               PIC X(100).

       01 ws-keep-days-env            PIC X(05).
       01 ws-keep-days                PIC 9(03) VALUE 14.
