           05 UJ-OPERATOR               PIC X(8).
           05 UJ-TIMESTAMP              PIC X(14).
           05 UJ-ACTION                 PIC X(1).
           05 UJ-OLD-IMAGE              PIC X(150).
           05 UJ-NEW-IMAGE              PIC X(150).
